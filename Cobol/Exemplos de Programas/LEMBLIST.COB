       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBLIST.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * LISTA DO DIA (LEMBRETE.LST): LEMBRETES EM *
      * ABERTO VENCIDOS OU QUE VENCEM HOJE, COM   *
      * OS DIAS DE ATRASO, E OS LEMBRETES         *
      * AUTOMATICOS DOS ANIVERSARIOS DOS AMIGOS   *
      * ATIVOS E DOS EVENTOS DE EVENTOS.DAT QUE   *
      * CAEM NOS PROXIMOS N DIAS. NA CADEIA       *
      * NOTURNA O N VEM DO NOTURNO; PELO MENU E   *
      * PERGUNTADO AO OPERADOR.                   *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT LEMBRETE-MASTER ASSIGN TO "LEMBRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS WS-FS-LEMBRETE.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT RELATORIO ASSIGN TO "LEMBRETE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-LEMBRETE     PIC XX VALUE SPACES.
       01 WS-FS-EVENTOS      PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-ENTRADA-DIAS    PIC X(04) VALUE SPACES.
       01 WS-DIAS-TRIM       PIC X(04) VALUE SPACES.
       01 WS-DIAS-LEN        PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-AVISO      PIC 9(03) VALUE ZEROS.
       01 WS-HOJE.
           05 WS-HOJE-ANO        PIC 9(04).
           05 WS-HOJE-MMDD       PIC 9(04).
       01 WS-HOJE-NUM REDEFINES WS-HOJE PIC 9(08).
       01 WS-HOJE-INT        PIC 9(07) VALUE ZEROS.
       01 WS-LIMITE-INT      PIC 9(07) VALUE ZEROS.
       01 WS-LIMITE          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-INT        PIC 9(07) VALUE ZEROS.
       01 WS-DIAS            PIC S9(07) VALUE ZEROS.
       01 WS-DATA-ALVO.
           05 WS-ALVO-ANO        PIC 9(04).
           05 WS-ALVO-MES        PIC 9(02).
           05 WS-ALVO-DIA        PIC 9(02).
       01 WS-DATA-ALVO-NUM REDEFINES WS-DATA-ALVO PIC 9(08).
       01 WS-DATA-MASC       PIC X(10) VALUE SPACES.
       01 WS-IDADE           PIC 9(03) VALUE ZEROS.
       01 WS-ANO-NASC        PIC 9(04) VALUE ZEROS.
       01 WS-CONT-LEMBRETES  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ANIVER     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EVENTOS    PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-CABEC1.
           05 FILLER PIC X(17) VALUE "LISTA DO DIA DE ".
           05 WC-HOJE            PIC X(10).
           05 FILLER PIC X(18) VALUE " - AVISO COM ATE ".
           05 WC-DIAS            PIC ZZ9.
           05 FILLER PIC X(24) VALUE " DIAS DE ANTECEDENCIA".
       01 WS-LINHA-SECAO     PIC X(100) VALUE SPACES.
       01 WS-LINHA-TRACO     PIC X(100) VALUE ALL "-".
       01 WS-LINHA-BRANCO    PIC X(100) VALUE SPACES.
       01 WS-CABEC-LEMBRETE.
           05 FILLER PIC X(11) VALUE "VENCIMENTO".
           05 FILLER PIC X(13) VALUE "APELIDO".
           05 FILLER PIC X(61) VALUE "LEMBRETE".
           05 FILLER PIC X(06) VALUE "ATRASO".
       01 WS-DET-LEMBRETE.
           05 WL-DATA            PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WL-APELIDO         PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WL-TEXTO           PIC X(60).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WL-ATRASO          PIC X(10).
       01 WS-CABEC-ANIVER.
           05 FILLER PIC X(11) VALUE "DATA".
           05 FILLER PIC X(13) VALUE "APELIDO".
           05 FILLER PIC X(31) VALUE "NOME".
           05 FILLER PIC X(14) VALUE "IDADE".
           05 FILLER PIC X(10) VALUE "QUANDO".
       01 WS-DET-ANIVER.
           05 WA-DATA            PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WA-APELIDO         PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WA-NOME            PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE "FAZ ".
           05 WA-IDADE           PIC ZZ9.
           05 FILLER             PIC X(07) VALUE " ANOS  ".
           05 WA-QUANDO          PIC X(12).
       01 WS-CABEC-EVENTO.
           05 FILLER PIC X(11) VALUE "DATA".
           05 FILLER PIC X(07) VALUE "CODIGO".
           05 FILLER PIC X(31) VALUE "DESCRICAO".
           05 FILLER PIC X(31) VALUE "LOCAL".
           05 FILLER PIC X(10) VALUE "QUANDO".
       01 WS-DET-EVENTO.
           05 WE-DATA            PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WE-CODIGO          PIC X(04).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WE-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WE-LOCAL           PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WE-QUANDO          PIC X(12).
       01 WS-QUANDO.
           05 FILLER             PIC X(03) VALUE "EM ".
           05 WQ-DIAS            PIC ZZ9.
           05 FILLER             PIC X(05) VALUE " DIAS".
       01 WS-ATRASO.
           05 WT-DIAS            PIC ZZZZ9.
           05 FILLER             PIC X(05) VALUE " DIAS".
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(30).
           05 WT-TOTAL           PIC ZZZZ9.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-DIAS-AVISO           PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-DIAS-AVISO.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE ZEROS TO WS-CONT-LEMBRETES WS-CONT-ANIVER
               WS-CONT-EVENTOS.
           IF ADDRESS OF LK-DIAS-AVISO NOT = NULL
               MOVE LK-DIAS-AVISO TO WS-DIAS-AVISO
           ELSE
               PERFORM ESCOLHE-DIAS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM) TO WS-HOJE-INT.
           COMPUTE WS-LIMITE-INT = WS-HOJE-INT + WS-DIAS-AVISO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-LIMITE-INT) TO WS-LIMITE.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF WS-FS-RELAT NOT = "00"
               DISPLAY "ERRO " WS-FS-RELAT " AO CRIAR LEMBRETE.LST"
               CLOSE AMIGOS-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE WS-HOJE-NUM TO WS-DATA-ALVO-NUM.
           PERFORM FORMATA-DATA.
           MOVE WS-DATA-MASC TO WC-HOJE.
           MOVE WS-DIAS-AVISO TO WC-DIAS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           PERFORM LISTA-LEMBRETES THRU LISTA-LEMBRETES-FIM.
           PERFORM LISTA-ANIVERSARIOS.
           PERFORM LISTA-EVENTOS THRU LISTA-EVENTOS-FIM.
           CLOSE AMIGOS-MASTER RELATORIO.
           MOVE "LEMBRETE.LST" TO RP-ARQUIVO.
           MOVE "LEMBLIST" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           DISPLAY "LEMBRETES VENCIDOS      : " WS-CONT-LEMBRETES.
           DISPLAY "ANIVERSARIOS PROXIMOS   : " WS-CONT-ANIVER.
           DISPLAY "EVENTOS PROXIMOS        : " WS-CONT-EVENTOS.
           DISPLAY "LISTA GERADA EM LEMBRETE.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       ESCOLHE-DIAS.
           DISPLAY "AVISAR ANIVERSARIOS E EVENTOS COM QUANTOS DIAS".
           DISPLAY "DE ANTECEDENCIA (BRANCO = 7): ".
           ACCEPT WS-ENTRADA-DIAS.
           MOVE 7 TO WS-DIAS-AVISO.
           IF WS-ENTRADA-DIAS NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENTRADA-DIAS) TO WS-DIAS-TRIM
               COMPUTE WS-DIAS-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA-DIAS))
               IF WS-DIAS-TRIM(1:WS-DIAS-LEN) IS NUMERIC
                   AND WS-DIAS-LEN < 4
                   COMPUTE WS-DIAS-AVISO =
                       FUNCTION NUMVAL(WS-ENTRADA-DIAS)
               ELSE
                   DISPLAY "DIAS INVALIDOS - USANDO 7"
               END-IF
           END-IF.
           DISPLAY "ANTECEDENCIA ADOTADA: " WS-DIAS-AVISO " DIAS".
      *-----------------------------------------------------------------
       LISTA-LEMBRETES.
           MOVE "LEMBRETES VENCIDOS OU PARA HOJE" TO WS-LINHA-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT LEMBRETE-MASTER.
           IF WS-FS-LEMBRETE NOT = "00"
               MOVE "(NAO HA LEMBRETES CADASTRADOS)" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO LISTA-LEMBRETES-FIM
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-CABEC-LEMBRETE.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF LB-ABERTO AND LB-VENCIMENTO NOT > WS-HOJE-NUM
                           PERFORM IMPRIME-LEMBRETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEMBRETE-MASTER.
           MOVE "TOTAL DE LEMBRETES         : " TO WT-DESCRICAO.
           MOVE WS-CONT-LEMBRETES TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
       LISTA-LEMBRETES-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * LEMBRETE DE AMIGO EXCLUIDO (INATIVO) NAO ENTRA NA LISTA.
       IMPRIME-LEMBRETE.
           MOVE LB-APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "N" TO AM-ATIVO
           END-READ.
           IF AM-REG-ATIVO
               MOVE LB-VENCIMENTO TO WS-DATA-ALVO-NUM
               PERFORM FORMATA-DATA
               MOVE WS-DATA-MASC TO WL-DATA
               MOVE LB-APELIDO TO WL-APELIDO
               MOVE LB-TEXTO TO WL-TEXTO
               COMPUTE WS-DIAS = WS-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(LB-VENCIMENTO)
               IF WS-DIAS > ZEROS
                   MOVE WS-DIAS TO WT-DIAS
                   MOVE WS-ATRASO TO WL-ATRASO
               ELSE
                   MOVE "HOJE" TO WL-ATRASO
               END-IF
               WRITE LINHA-RELATORIO FROM WS-DET-LEMBRETE
               ADD 1 TO WS-CONT-LEMBRETES
           END-IF.
      *-----------------------------------------------------------------
       LISTA-ANIVERSARIOS.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE WS-LIMITE TO WS-DATA-ALVO-NUM.
           PERFORM FORMATA-DATA.
           STRING "ANIVERSARIOS ATE " WS-DATA-MASC
               DELIMITED BY SIZE INTO WS-LINHA-SECAO.
           PERFORM ABRE-SECAO.
           WRITE LINHA-RELATORIO FROM WS-CABEC-ANIVER.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO AM-APELIDO.
           START AMIGOS-MASTER KEY NOT < AM-APELIDO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF AM-REG-ATIVO AND AM-DATANASC1 NUMERIC
                           AND AM-MES > 0 AND AM-MES < 13
                           PERFORM AVALIA-ANIVERSARIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "TOTAL DE ANIVERSARIOS      : " TO WT-DESCRICAO.
           MOVE WS-CONT-ANIVER TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
      * PROXIMO ANIVERSARIO A PARTIR DE HOJE; 29/02 EM ANO NAO
      * BISSEXTO E COMEMORADO EM 28/02.
       AVALIA-ANIVERSARIO.
           MOVE WS-HOJE-ANO TO WS-ALVO-ANO.
           PERFORM MONTA-ANIVERSARIO.
           IF WS-DATA-ALVO-NUM < WS-HOJE-NUM
               ADD 1 TO WS-ALVO-ANO
               PERFORM MONTA-ANIVERSARIO
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-ALVO-NUM)
               TO WS-DATA-INT.
           IF WS-DATA-INT > ZEROS AND WS-DATA-INT NOT > WS-LIMITE-INT
               COMPUTE WS-DIAS = WS-DATA-INT - WS-HOJE-INT
               MOVE AM-DATANASC1(5:4) TO WS-ANO-NASC
               COMPUTE WS-IDADE = WS-ALVO-ANO - WS-ANO-NASC
               PERFORM FORMATA-DATA
               MOVE WS-DATA-MASC TO WA-DATA
               MOVE AM-APELIDO TO WA-APELIDO
               MOVE AM-NOME TO WA-NOME
               MOVE WS-IDADE TO WA-IDADE
               PERFORM MONTA-QUANDO
               MOVE WS-QUANDO TO WA-QUANDO
               IF WS-DIAS = ZEROS
                   MOVE "HOJE" TO WA-QUANDO
               END-IF
               WRITE LINHA-RELATORIO FROM WS-DET-ANIVER
               ADD 1 TO WS-CONT-ANIVER
           END-IF.
      *-----------------------------------------------------------------
       MONTA-ANIVERSARIO.
           MOVE AM-MES TO WS-ALVO-MES.
           MOVE AM-DIA TO WS-ALVO-DIA.
           IF AM-MES = 02 AND AM-DIA = 29
               IF FUNCTION MOD(WS-ALVO-ANO, 4) NOT = 0
                   OR (FUNCTION MOD(WS-ALVO-ANO, 100) = 0
                       AND FUNCTION MOD(WS-ALVO-ANO, 400) NOT = 0)
                   MOVE 28 TO WS-ALVO-DIA
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       LISTA-EVENTOS.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE WS-LIMITE TO WS-DATA-ALVO-NUM.
           PERFORM FORMATA-DATA.
           STRING "EVENTOS ATE " WS-DATA-MASC
               DELIMITED BY SIZE INTO WS-LINHA-SECAO.
           PERFORM ABRE-SECAO.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS NOT = "00"
               MOVE "(NAO HA EVENTOS CADASTRADOS)" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO LISTA-EVENTOS-FIM
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-CABEC-EVENTO.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ EVENTOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM AVALIA-EVENTO
               END-READ
           END-PERFORM.
           CLOSE EVENTOS-MASTER.
           MOVE "TOTAL DE EVENTOS           : " TO WT-DESCRICAO.
           MOVE WS-CONT-EVENTOS TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
       LISTA-EVENTOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       AVALIA-EVENTO.
           IF EV-DATA NOT NUMERIC
               MOVE ZEROS TO WS-DATA-ALVO-NUM
           ELSE
               MOVE EV-DATA(5:4) TO WS-ALVO-ANO
               MOVE EV-DATA(3:2) TO WS-ALVO-MES
               MOVE EV-DATA(1:2) TO WS-ALVO-DIA
           END-IF.
           IF WS-DATA-ALVO-NUM NOT < WS-HOJE-NUM
               AND WS-DATA-ALVO-NUM NOT > WS-LIMITE
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(
                   WS-DATA-ALVO-NUM) - WS-HOJE-INT
               PERFORM FORMATA-DATA
               MOVE WS-DATA-MASC TO WE-DATA
               MOVE EV-CODIGO TO WE-CODIGO
               MOVE EV-DESCRICAO TO WE-DESCRICAO
               MOVE EV-LOCAL TO WE-LOCAL
               PERFORM MONTA-QUANDO
               MOVE WS-QUANDO TO WE-QUANDO
               IF WS-DIAS = ZEROS
                   MOVE "HOJE" TO WE-QUANDO
               END-IF
               WRITE LINHA-RELATORIO FROM WS-DET-EVENTO
               ADD 1 TO WS-CONT-EVENTOS
           END-IF.
      *-----------------------------------------------------------------
       MONTA-QUANDO.
           MOVE WS-DIAS TO WQ-DIAS.
      *-----------------------------------------------------------------
       ABRE-SECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRACO.
      *-----------------------------------------------------------------
       FORMATA-DATA.
           MOVE SPACES TO WS-DATA-MASC.
           STRING WS-ALVO-DIA "/" WS-ALVO-MES "/" WS-ALVO-ANO
               DELIMITED BY SIZE INTO WS-DATA-MASC.
