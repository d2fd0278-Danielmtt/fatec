               RECORD KEY IS AM-APELIDO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-EMAILINV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO       PIC X(12) VALUE SPACES.
       01 WS-FS-AMIGOS  PIC XX VALUE SPACES.
       01 WS-FS-EMAILINV PIC XX VALUE SPACES.
       01 WS-EMAILINV-ABERTO PIC X VALUE "N".
           88 EMAILINV-ABERTO VALUE "S".
       01 WS-EMAIL-DEVOLVIDO PIC X VALUE "N".
           88 EMAIL-DEVOLVIDO VALUE "S" FALSE "N".
       01 WS-ACHOU-AMIGO PIC X VALUE "N".
           88 ACHOU-AMIGO VALUE "S" FALSE "N".
       01 NOME          PIC X(30) VALUE SPACES.
        01 WS-EMAIL-DOMAIN PIC X(30) VALUE SPACES.
        01 WS-NOME-BRANCO  PIC X(30) VALUE SPACES.
        01 WS-OPERADOR     PIC X(03) VALUE SPACES.
        01 WS-EMAIL-COMPLETO PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-OPERADOR             PIC X(03).
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-APELIDO.
           IF ACHOU-AMIGO
               PERFORM CONFERE-DEVOLVIDO
           END-IF.

       LABEL1.
           DISPLAY (13, 10) "NOME :  " NOME.
                   NOT INVALID KEY
                       CALL "GRAVAUDI" USING APELIDO "A"
                           WS-VALOR-ANTES WS-VALOR-DEPOIS WS-OPERADOR
                       IF EMAIL-DEVOLVIDO
                           PERFORM LIMPA-DEVOLVIDO
                       END-IF
               END-REWRITE
           ELSE
               SET AM-REG-ATIVO TO TRUE
               END-WRITE
           END-IF.
           CLOSE AMIGOS-MASTER.
           IF EMAILINV-ABERTO
               CLOSE EMAILINV-MASTER
           END-IF.
.          GOBACK.
      *-----------------------------------------------------------------
       ROT-NOME.
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN I-O EMAILINV-MASTER.
           IF WS-FS-EMAILINV = "00"
               SET EMAILINV-ABERTO TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * EMAIL DEVOLVIDO PELO GATEWAY (MAILDEV) SO CONTINUA MARCADO
      * ENQUANTO O ENDERECO DO AMIGO FOR O MESMO.
       CONFERE-DEVOLVIDO.
           SET EMAIL-DEVOLVIDO TO FALSE.
           IF EMAILINV-ABERTO
               MOVE SPACES TO WS-EMAIL-COMPLETO
               STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
                   DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO
               MOVE AM-APELIDO TO EI-APELIDO
               READ EMAILINV-MASTER
                   NOT INVALID KEY
                       IF EI-EMAIL = WS-EMAIL-COMPLETO
                           SET EMAIL-DEVOLVIDO TO TRUE
                           MOVE "EMAIL DEVOLVIDO - CORRIJA O ENDERECO"
                               TO WS-MENSAGEM
                           DISPLAY (23, 01) WS-MENSAGEM
                       END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       LIMPA-DEVOLVIDO.
           MOVE SPACES TO WS-EMAIL-COMPLETO.
           STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
               DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO.
           IF WS-EMAIL-COMPLETO NOT = EI-EMAIL
               DELETE EMAILINV-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE.
