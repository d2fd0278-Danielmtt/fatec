       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILDEV.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * IMPORTACAO DAS DEVOLUCOES DO GATEWAY DE   *
      * EMAIL (MAILERR.TXT): MARCA A MENSAGEM DO  *
      * SPOOL COMO DEVOLVIDA, MARCA O ENDERECO DO *
      * AMIGO COMO INVALIDO EM EMAILINV.DAT (OS   *
      * PROGRAMAS QUE GERAM EMAIL PARAM DE USA-LO)*
      * E LISTA OS AMIGOS EM MAILDEV.LST PARA A   *
      * CORRECAO DO EMAIL NO PROGR1. O ARQUIVO    *
      * IMPORTADO E RENOMEADO PARA MAILERR.PRC.   *
      * LAYOUT DE CADA LINHA DO MAILERR.TXT:      *
      *   01-08 ID DA MENSAGEM NO SPOOL           *
      *   10-39 ENDERECO DEVOLVIDO                *
      *   41-80 MOTIVO INFORMADO PELO GATEWAY     *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCAO ASSIGN TO "MAILERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCAO.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT MAILSPL-MASTER ASSIGN TO "MAILSPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WS-FS-MAILSPL.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-EMAILINV.
           SELECT RELATORIO ASSIGN TO "MAILDEV.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ARQ-DEVOLUCAO
           LABEL RECORDS STANDARD.
       01  DEVOLUCAO-REC.
           05  DV-MSG-ID           PIC X(08).
           05  FILLER              PIC X(01).
           05  DV-ENDERECO         PIC X(30).
           05  FILLER              PIC X(01).
           05  DV-MOTIVO           PIC X(40).

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  MAILSPL-MASTER
           LABEL RECORDS STANDARD.
       COPY "MAILSPLR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-DEVOLUCAO    PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-MAILSPL      PIC XX VALUE SPACES.
       01 WS-FS-EMAILINV     PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-DEVOLUCAO   PIC X VALUE "N".
           88 FIM-DEVOLUCAO      VALUE "S".
       01 WS-FIM-AMIGOS      PIC X VALUE "N".
           88 FIM-AMIGOS         VALUE "S".
       01 WS-MAILSPL-ABERTO  PIC X VALUE "N".
           88 MAILSPL-ABERTO     VALUE "S".
       01 WS-ACHOU-MARCA     PIC X VALUE "N".
           88 ACHOU-MARCA        VALUE "S" FALSE "N".
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-MSG-ID          PIC 9(08) VALUE ZEROS.
       01 WS-APELIDO-ACHADO  PIC X(12) VALUE SPACES.
       01 WS-ENDERECO        PIC X(30) VALUE SPACES.
       01 WS-EMAIL-COMPLETO  PIC X(30) VALUE SPACES.
       01 WS-RESULTADO       PIC X(16) VALUE SPACES.
       01 WS-CONT-LIDAS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-MARCADOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-JA-MARCADOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CORRIGIDOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NAO-IDENT  PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-TITULO      PIC X(70)
           VALUE "EMAILS DEVOLVIDOS PELO GATEWAY - CORRIGIR NO PROGR1".
       01 WS-LINHA-CABEC.
           05 FILLER             PIC X(13) VALUE "APELIDO".
           05 FILLER             PIC X(21) VALUE "NOME".
           05 FILLER             PIC X(31) VALUE "EMAIL DEVOLVIDO".
           05 FILLER             PIC X(17) VALUE "SITUACAO".
           05 FILLER             PIC X(18) VALUE "MOTIVO".
       01 WS-LINHA-DETALHE.
           05 WD-APELIDO         PIC X(13).
           05 WD-NOME            PIC X(21).
           05 WD-ENDERECO        PIC X(31).
           05 WD-RESULTADO       PIC X(17).
           05 WD-MOTIVO          PIC X(18).
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(30).
           05 WT-QTDE            PIC ZZZZ9.
       01 WS-LINHA-BRANCO      PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-DEVOLUCAO WS-MAILSPL-ABERTO.
           MOVE ZEROS TO WS-CONT-LIDAS WS-CONT-MARCADOS
               WS-CONT-JA-MARCADOS WS-CONT-CORRIGIDOS WS-CONT-NAO-IDENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM ABRIR-ARQUIVOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC.
           PERFORM UNTIL FIM-DEVOLUCAO
               READ ARQ-DEVOLUCAO
                   AT END
                       SET FIM-DEVOLUCAO TO TRUE
                   NOT AT END
                       IF DEVOLUCAO-REC NOT = SPACES
                           ADD 1 TO WS-CONT-LIDAS
                           PERFORM TRATA-DEVOLUCAO
                               THRU TRATA-DEVOLUCAO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQ-DEVOLUCAO AMIGOS-MASTER EMAILINV-MASTER RELATORIO.
           MOVE "MAILDEV.LST" TO RP-ARQUIVO.
           MOVE "MAILDEV" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF MAILSPL-ABERTO
               CLOSE MAILSPL-MASTER
           END-IF.
      *    O ARQUIVO JA IMPORTADO NAO DEVE SER LIDO DE NOVO.
           CALL "CBL_DELETE_FILE" USING "MAILERR.PRC".
           CALL "CBL_RENAME_FILE" USING "MAILERR.TXT" "MAILERR.PRC".
           DISPLAY "DEVOLUCOES LIDAS        : " WS-CONT-LIDAS.
           DISPLAY "ENDERECOS MARCADOS      : " WS-CONT-MARCADOS.
           DISPLAY "NAO IDENTIFICADOS       : " WS-CONT-NAO-IDENT.
           DISPLAY "RELATORIO GERADO: MAILDEV.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       TRATA-DEVOLUCAO.
           MOVE SPACES TO WS-APELIDO-ACHADO.
           MOVE DV-ENDERECO TO WS-ENDERECO.
           IF DV-MSG-ID IS NUMERIC AND MAILSPL-ABERTO
               MOVE DV-MSG-ID TO WS-MSG-ID
               PERFORM MARCA-MENSAGEM
           ELSE
               MOVE ZEROS TO WS-MSG-ID
           END-IF.
           IF WS-APELIDO-ACHADO = SPACES AND WS-ENDERECO NOT = SPACES
               PERFORM PROCURA-ENDERECO
           END-IF.
           IF WS-APELIDO-ACHADO = SPACES
               ADD 1 TO WS-CONT-NAO-IDENT
               MOVE "-" TO WD-APELIDO
               MOVE SPACES TO WD-NOME
               MOVE "NAO IDENTIFICADO" TO WS-RESULTADO
               PERFORM IMPRIME-DETALHE
               GO TO TRATA-DEVOLUCAO-FIM
           END-IF.
           MOVE WS-APELIDO-ACHADO TO AM-APELIDO WD-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   ADD 1 TO WS-CONT-NAO-IDENT
                   MOVE "(FORA DO MESTRE)" TO WD-NOME
                   MOVE "NAO IDENTIFICADO" TO WS-RESULTADO
                   PERFORM IMPRIME-DETALHE
                   GO TO TRATA-DEVOLUCAO-FIM
           END-READ.
           MOVE AM-NOME TO WD-NOME.
           MOVE SPACES TO WS-EMAIL-COMPLETO.
           STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
               DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO.
      *    SE O AMIGO JA TROCOU DE EMAIL, A DEVOLUCAO E DO EMAIL VELHO.
           IF WS-EMAIL-COMPLETO NOT = WS-ENDERECO
               ADD 1 TO WS-CONT-CORRIGIDOS
               MOVE "JA CORRIGIDO" TO WS-RESULTADO
               PERFORM IMPRIME-DETALHE
               GO TO TRATA-DEVOLUCAO-FIM
           END-IF.
           PERFORM MARCA-ENDERECO.
           PERFORM IMPRIME-DETALHE.
       TRATA-DEVOLUCAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       MARCA-MENSAGEM.
           MOVE WS-MSG-ID TO MS-ID.
           MOVE ZEROS TO MS-LINHA.
           READ MAILSPL-MASTER
               NOT INVALID KEY
                   MOVE MS-APELIDO TO WS-APELIDO-ACHADO
                   IF WS-ENDERECO = SPACES
                       MOVE MS-DESTINO TO WS-ENDERECO
                   END-IF
                   SET MS-DEVOLVIDA TO TRUE
                   REWRITE MAILSPL-REC
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR A MENSAGEM " MS-ID
                   END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       PROCURA-ENDERECO.
      *    DEVOLUCAO SEM ID VALIDO: PROCURA O AMIGO PELO ENDERECO.
           MOVE "N" TO WS-FIM-AMIGOS.
           MOVE LOW-VALUES TO AM-APELIDO.
           START AMIGOS-MASTER KEY NOT < AM-APELIDO
               INVALID KEY
                   SET FIM-AMIGOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGOS TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-EMAIL-COMPLETO
                       STRING FUNCTION TRIM(AM-EMAIL1)
                           FUNCTION TRIM(AM-EMAIL2)
                           DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO
                       IF WS-EMAIL-COMPLETO = WS-ENDERECO
                           AND AM-REG-ATIVO
                           MOVE AM-APELIDO TO WS-APELIDO-ACHADO
                           SET FIM-AMIGOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       MARCA-ENDERECO.
           MOVE WS-APELIDO-ACHADO TO EI-APELIDO.
           READ EMAILINV-MASTER
               INVALID KEY
                   SET ACHOU-MARCA TO FALSE
               NOT INVALID KEY
                   SET ACHOU-MARCA TO TRUE
           END-READ.
           IF ACHOU-MARCA AND EI-EMAIL = WS-ENDERECO
               ADD 1 TO WS-CONT-JA-MARCADOS
               MOVE "JA MARCADO" TO WS-RESULTADO
           ELSE
               ADD 1 TO WS-CONT-MARCADOS
               MOVE "MARCADO INVALIDO" TO WS-RESULTADO
           END-IF.
           MOVE WS-APELIDO-ACHADO TO EI-APELIDO.
           MOVE WS-ENDERECO TO EI-EMAIL.
           MOVE WS-HOJE TO EI-DATA.
           MOVE DV-MOTIVO TO EI-MOTIVO.
           MOVE WS-MSG-ID TO EI-MSG-ID.
           IF ACHOU-MARCA
               REWRITE EMAILINV-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR EMAILINV: " EI-APELIDO
               END-REWRITE
           ELSE
               WRITE EMAILINV-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR EMAILINV: " EI-APELIDO
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-DETALHE.
           MOVE WS-ENDERECO TO WD-ENDERECO.
           MOVE WS-RESULTADO TO WD-RESULTADO.
           MOVE DV-MOTIVO TO WD-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
      *-----------------------------------------------------------------
       IMPRIME-TOTAIS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "DEVOLUCOES LIDAS           : " TO WT-DESCRICAO.
           MOVE WS-CONT-LIDAS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "ENDERECOS MARCADOS AGORA   : " TO WT-DESCRICAO.
           MOVE WS-CONT-MARCADOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "JA MARCADOS ANTES          : " TO WT-DESCRICAO.
           MOVE WS-CONT-JA-MARCADOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "EMAIL JA CORRIGIDO         : " TO WT-DESCRICAO.
           MOVE WS-CONT-CORRIGIDOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "NAO IDENTIFICADOS          : " TO WT-DESCRICAO.
           MOVE WS-CONT-NAO-IDENT TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-DEVOLUCAO.
           IF WS-FS-DEVOLUCAO NOT = "00"
               DISPLAY "MAILERR.TXT NAO ENCONTRADO - NADA A IMPORTAR"
               GOBACK
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE ARQ-DEVOLUCAO
               GOBACK
           END-IF.
           OPEN I-O EMAILINV-MASTER.
           IF WS-FS-EMAILINV = "35"
               OPEN OUTPUT EMAILINV-MASTER
               CLOSE EMAILINV-MASTER
               OPEN I-O EMAILINV-MASTER
           END-IF.
           OPEN I-O MAILSPL-MASTER.
           IF WS-FS-MAILSPL = "00"
               SET MAILSPL-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
