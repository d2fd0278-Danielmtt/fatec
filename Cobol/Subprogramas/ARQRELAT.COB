       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQRELAT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * ARQUIVO DE RELATORIOS: COPIA O .LST QUE O *
      * CHAMADOR ACABOU DE FECHAR PARA UMA        *
      * GERACAO DATADA (RELAT-AAAAMMDD-HHMMSSCC.  *
      * LST), CATALOGA A EXECUCAO EM RELCAT.DAT   *
      * COM O OPERADOR DE OPERSESS.CTL E AS       *
      * CONTAGENS DE LINHAS E PAGINAS, E EXPURGA  *
      * AS GERACOES ALEM DA RETENCAO DO RELATORIO *
      * (RELRETEN.DAT; SEM REGRA, FICAM AS 10     *
      * ULTIMAS). O RELVER CONSULTA O CATALOGO.   *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT ARQ-GERACAO ASSIGN TO DYNAMIC WS-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERACAO.
           SELECT RELCAT-MASTER ASSIGN TO "RELCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-FS-RELCAT.
           SELECT RELRETEN-MASTER ASSIGN TO "RELRETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RELATORIO
               FILE STATUS IS WS-FS-RELRETEN.
           SELECT ARQ-SESSAO ASSIGN TO "OPERSESS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORIGEM
           LABEL RECORDS STANDARD.
       01  ORIGEM-REC              PIC X(200).

       FD  ARQ-GERACAO
           LABEL RECORDS STANDARD.
       01  GERACAO-REC             PIC X(200).

       FD  RELCAT-MASTER
           LABEL RECORDS STANDARD.
       COPY "RELCATR.CPY".

       FD  RELRETEN-MASTER
           LABEL RECORDS STANDARD.
       COPY "RELRETR.CPY".

       FD  ARQ-SESSAO
           LABEL RECORDS STANDARD.
       01  SESSAO-REC.
           05  SE-OPERADOR         PIC X(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-ORIGEM            PIC XX VALUE SPACES.
       01  WS-FS-GERACAO           PIC XX VALUE SPACES.
       01  WS-FS-RELCAT            PIC XX VALUE SPACES.
       01  WS-FS-RELRETEN          PIC XX VALUE SPACES.
       01  WS-FS-SESSAO            PIC XX VALUE SPACES.
       01  WS-NOME-ORIGEM          PIC X(20) VALUE SPACES.
       01  WS-NOME-GERACAO         PIC X(30) VALUE SPACES.
       01  WS-RELATORIO            PIC X(08) VALUE SPACES.
       01  WS-OPERADOR             PIC X(03) VALUE "???".
       01  WS-DATA                 PIC 9(08) VALUE ZEROS.
       01  WS-HORA                 PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ORIGEM           PIC X VALUE "N".
           88 FIM-ORIGEM               VALUE "S".
       01  WS-FIM-EXPURGO          PIC X VALUE "N".
           88 FIM-EXPURGO              VALUE "S".
       01  WS-LINHAS-POR-PAGINA    PIC 9(02) VALUE 60.
       01  WS-QTD-LINHAS           PIC 9(07) VALUE ZEROS.
       01  WS-MANTER               PIC 9(03) VALUE ZEROS.
       01  WS-DIAS                 PIC 9(04) VALUE ZEROS.
       01  WS-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
       01  WS-QTD-GERACOES         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXPURGADAS       PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING REL-PARAMETROS.
       INICIO.
           SET RP-ERRO TO TRUE.
           MOVE SPACES TO RP-GERACAO.
           MOVE ZEROS TO RP-PAGINAS RP-LINHAS RP-EXPURGADAS.
           MOVE RP-ARQUIVO TO WS-NOME-ORIGEM.
           MOVE SPACES TO WS-RELATORIO.
           UNSTRING RP-ARQUIVO DELIMITED BY "." OR " "
               INTO WS-RELATORIO.
           IF WS-RELATORIO = SPACES
               GO TO FIM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-HORA.
           MOVE SPACES TO WS-NOME-GERACAO.
           STRING FUNCTION TRIM(WS-RELATORIO) "-" WS-DATA "-"
               WS-HORA ".LST"
               DELIMITED BY SIZE INTO WS-NOME-GERACAO.
           PERFORM COPIA-RELATORIO THRU COPIA-RELATORIO-FIM.
           IF NOT RP-ARQUIVADO
               GO TO FIM.
           PERFORM LE-OPERADOR.
           PERFORM GRAVA-CATALOGO THRU GRAVA-CATALOGO-FIM.
           IF NOT RP-ARQUIVADO
               GO TO FIM.
           PERFORM APLICA-RETENCAO THRU APLICA-RETENCAO-FIM.
       FIM.
      *    O CBL_DELETE_FILE DEIXA SEU RETORNO EM RETURN-CODE; GERACAO
      *    QUE JA NAO EXISTE NAO E ERRO DE QUEM CHAMOU.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------------------
      * COPIA LINHA A LINHA, CONTANDO; A PAGINA E DE 60 LINHAS.
       COPIA-RELATORIO.
           OPEN INPUT ARQ-ORIGEM.
           IF WS-FS-ORIGEM NOT = "00"
               SET RP-SEM-RELATORIO TO TRUE
               GO TO COPIA-RELATORIO-FIM.
           OPEN OUTPUT ARQ-GERACAO.
           IF WS-FS-GERACAO NOT = "00"
               CLOSE ARQ-ORIGEM
               GO TO COPIA-RELATORIO-FIM.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE "N" TO WS-FIM-ORIGEM.
           PERFORM UNTIL FIM-ORIGEM
               READ ARQ-ORIGEM
                   AT END
                       SET FIM-ORIGEM TO TRUE
                   NOT AT END
                       WRITE GERACAO-REC FROM ORIGEM-REC
                       ADD 1 TO WS-QTD-LINHAS
               END-READ
           END-PERFORM.
           CLOSE ARQ-ORIGEM ARQ-GERACAO.
           MOVE WS-NOME-GERACAO TO RP-GERACAO.
           MOVE WS-QTD-LINHAS TO RP-LINHAS.
           COMPUTE RP-PAGINAS =
               (WS-QTD-LINHAS + WS-LINHAS-POR-PAGINA - 1)
               / WS-LINHAS-POR-PAGINA.
           SET RP-ARQUIVADO TO TRUE.
       COPIA-RELATORIO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LE-OPERADOR.
           MOVE "???" TO WS-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WS-FS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       IF SE-OPERADOR NOT = SPACES
                           MOVE SE-OPERADOR TO WS-OPERADOR
                       END-IF
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-CATALOGO.
           OPEN I-O RELCAT-MASTER.
           IF WS-FS-RELCAT = "35"
               OPEN OUTPUT RELCAT-MASTER
               CLOSE RELCAT-MASTER
               OPEN I-O RELCAT-MASTER
           END-IF.
           IF WS-FS-RELCAT NOT = "00"
               SET RP-ERRO TO TRUE
               GO TO GRAVA-CATALOGO-FIM.
           MOVE WS-RELATORIO TO RC-RELATORIO.
           MOVE WS-DATA TO RC-DATA.
           MOVE WS-HORA TO RC-HORA.
           MOVE RP-PROGRAMA TO RC-PROGRAMA.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           MOVE RP-PAGINAS TO RC-PAGINAS.
           MOVE RP-LINHAS TO RC-LINHAS.
           MOVE RP-ARQUIVO TO RC-ARQUIVO.
           MOVE WS-NOME-GERACAO TO RC-GERACAO.
           WRITE RELCAT-REC
               INVALID KEY
                   SET RP-ERRO TO TRUE
           END-WRITE.
           CLOSE RELCAT-MASTER.
       GRAVA-CATALOGO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * AS GERACOES DE UM RELATORIO ESTAO EM ORDEM DE DATA NO
      * CATALOGO; AS QUE SAEM (ALEM DAS N MAIS NOVAS OU MAIS VELHAS
      * QUE O LIMITE DE DIAS) SAO SEMPRE AS PRIMEIRAS DA FAIXA.
       APLICA-RETENCAO.
           PERFORM LE-REGRA.
           IF WS-MANTER = ZEROS AND WS-DIAS = ZEROS
               GO TO APLICA-RETENCAO-FIM.
           MOVE ZEROS TO WS-DATA-LIMITE.
           IF WS-DIAS > ZEROS
               COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA) - WS-DIAS)
           END-IF.
           OPEN I-O RELCAT-MASTER.
           IF WS-FS-RELCAT NOT = "00"
               GO TO APLICA-RETENCAO-FIM.
           PERFORM CONTA-GERACOES.
           MOVE ZEROS TO WS-QTD-EXPURGADAS.
           MOVE "N" TO WS-FIM-EXPURGO.
           PERFORM UNTIL FIM-EXPURGO
               PERFORM EXPURGA-MAIS-VELHA
           END-PERFORM.
           CLOSE RELCAT-MASTER.
           MOVE WS-QTD-EXPURGADAS TO RP-EXPURGADAS.
       APLICA-RETENCAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LE-REGRA.
           MOVE 10 TO WS-MANTER.
           MOVE ZEROS TO WS-DIAS.
           OPEN INPUT RELRETEN-MASTER.
           IF WS-FS-RELRETEN = "00"
               MOVE WS-RELATORIO TO RT-RELATORIO
               READ RELRETEN-MASTER
                   NOT INVALID KEY
                       MOVE RT-GERACOES TO WS-MANTER
                       MOVE RT-DIAS TO WS-DIAS
               END-READ
               CLOSE RELRETEN-MASTER
           END-IF.
      *-----------------------------------------------------------------
       CONTA-GERACOES.
           MOVE ZEROS TO WS-QTD-GERACOES.
           MOVE WS-RELATORIO TO RC-RELATORIO.
           MOVE ZEROS TO RC-DATA RC-HORA.
           MOVE "N" TO WS-FIM-EXPURGO.
           START RELCAT-MASTER KEY NOT < RC-CHAVE
               INVALID KEY
                   SET FIM-EXPURGO TO TRUE
           END-START.
           PERFORM UNTIL FIM-EXPURGO
               READ RELCAT-MASTER NEXT RECORD
                   AT END
                       SET FIM-EXPURGO TO TRUE
                   NOT AT END
                       IF RC-RELATORIO NOT = WS-RELATORIO
                           SET FIM-EXPURGO TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-GERACOES
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      * LE A GERACAO MAIS VELHA QUE SOBROU E APAGA SE PASSOU DA REGRA.
       EXPURGA-MAIS-VELHA.
           MOVE WS-RELATORIO TO RC-RELATORIO.
           MOVE ZEROS TO RC-DATA RC-HORA.
           START RELCAT-MASTER KEY NOT < RC-CHAVE
               INVALID KEY
                   SET FIM-EXPURGO TO TRUE
           END-START.
           IF NOT FIM-EXPURGO
               READ RELCAT-MASTER NEXT RECORD
                   AT END
                       SET FIM-EXPURGO TO TRUE
               END-READ
           END-IF.
           IF NOT FIM-EXPURGO
               IF RC-RELATORIO NOT = WS-RELATORIO
                   OR RC-GERACAO = WS-NOME-GERACAO
                   SET FIM-EXPURGO TO TRUE
               END-IF
           END-IF.
           IF NOT FIM-EXPURGO
               IF (WS-MANTER > ZEROS
                   AND WS-QTD-GERACOES > WS-MANTER)
                   OR RC-DATA < WS-DATA-LIMITE
                   CALL "CBL_DELETE_FILE" USING RC-GERACAO
                   DELETE RELCAT-MASTER RECORD
                       INVALID KEY
                           SET FIM-EXPURGO TO TRUE
                   END-DELETE
                   SUBTRACT 1 FROM WS-QTD-GERACOES
                   ADD 1 TO WS-QTD-EXPURGADAS
               ELSE
                   SET FIM-EXPURGO TO TRUE
               END-IF
           END-IF.
