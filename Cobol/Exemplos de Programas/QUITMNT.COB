       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * QUITACAO DOS PAGAMENTOS GERADOS PELO      *
      * RATEIO (DEBITOS.DAT): MARCA O PAGAMENTO   *
      * COMO QUITADO COM A DATA DO DIA. O QUE NAO *
      * FOR QUITADO CONTINUA EM ABERTO NOS        *
      * RATEIOS SEGUINTES E NO RELATORIO DE       *
      * DEVEDORES (DEVEDREL).                     *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT DEBITO-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-DEBITO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  DEBITO-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 EVENTO            PIC X(04) VALUE SPACES.
       01 SEQUENCIA         PIC 9(03) VALUE ZEROS.
       01 CONFIRMA          PIC X(01) VALUE SPACES.
       01 WS-FS-EVENTOS     PIC XX VALUE SPACES.
       01 WS-FS-DEBITO      PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-VALOR-EDIT     PIC Z.ZZZ.ZZ9,99.
       01 WS-DATA-MASC      PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "QUITACAO DE PAGAMENTO DE RATEIO".
           DISPLAY (06, 10) "EVENTO    :".
           DISPLAY (08, 10) "SEQUENCIA :".
           DISPLAY (10, 10) "DEVEDOR   :".
           DISPLAY (11, 10) "PAGA A    :".
           DISPLAY (12, 10) "VALOR     :".
       ROT-EVENTO.
           ACCEPT (06, 22) EVENTO.
           IF EVENTO = SPACES
               GO TO ROT-EVENTO.
           MOVE EVENTO TO EV-CODIGO.
           READ EVENTOS-MASTER
               INVALID KEY
                   MOVE "EVENTO NAO CADASTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-EVENTO
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (06, 28) EV-DESCRICAO.
       ROT-SEQUENCIA.
           ACCEPT (08, 22) SEQUENCIA.
           IF SEQUENCIA = ZEROS
               DISPLAY (23, 01) "SEQUENCIA DEVE SER DE 001 A 999"
               GO TO ROT-SEQUENCIA.
           MOVE EVENTO TO DB-EVENTO.
           MOVE SEQUENCIA TO DB-SEQ.
           READ DEBITO-MASTER WITH LOCK
               INVALID KEY
                   MOVE "PAGAMENTO NAO ENCONTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-SEQUENCIA
           END-READ.
           IF WS-FS-DEBITO = "99" OR WS-FS-DEBITO = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-SEQUENCIA.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (10, 22) DB-DEVEDOR.
           DISPLAY (11, 22) DB-CREDOR.
           MOVE DB-VALOR TO WS-VALOR-EDIT.
           DISPLAY (12, 22) WS-VALOR-EDIT.
           IF DB-QUITADO
               MOVE SPACES TO WS-DATA-MASC
               STRING DB-DATA-QUIT(7:2) "/" DB-DATA-QUIT(5:2) "/"
                   DB-DATA-QUIT(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-MASC
               DISPLAY (14, 10) "PAGAMENTO JA QUITADO EM " WS-DATA-MASC
               GO TO ENCERRA.
           DISPLAY (14, 10) "MARCAR COMO QUITADO? (S/N) :".
       ROT-CONFIRMA.
           ACCEPT (14, 40) CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "N"
               GO TO ROT-CONFIRMA.
           IF CONFIRMA = "N"
               DISPLAY (23, 01) "PAGAMENTO CONTINUA EM ABERTO"
               GO TO ENCERRA.
           SET DB-QUITADO TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DB-DATA-QUIT.
           REWRITE DEBITO-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO GRAVAR A QUITACAO"
               NOT INVALID KEY
                   DISPLAY (23, 01) "PAGAMENTO QUITADO"
           END-REWRITE.
       ENCERRA.
           CLOSE EVENTOS-MASTER DEBITO-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS NOT = "00"
               DISPLAY "TABELA DE EVENTOS NAO ENCONTRADA - USE O MENU"
               GOBACK
           END-IF.
           OPEN I-O DEBITO-MASTER.
           IF WS-FS-DEBITO NOT = "00"
               DISPLAY "DEBITOS.DAT NAO ENCONTRADO - USE O RATEIO"
               CLOSE EVENTOS-MASTER
               GOBACK
           END-IF.
