       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DAS DESPESAS DE UM EVENTO      *
      * (QUEM PAGOU, O QUE E QUANTO) E DOS PESOS  *
      * DOS CONVIDADOS NO RATEIO (EX.: CRIANCA    *
      * PAGA MEIA = 0,50). O RATEIO E FEITO PELO  *
      * PROGRAMA RATEIO.                          *
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
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CONVITES.
           SELECT DESPESA-MASTER ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-DESPESA.
           SELECT RATPESO-MASTER ASSIGN TO "RATPESO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-RATPESO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  DESPESA-MASTER
           LABEL RECORDS STANDARD.
       COPY "DESPESAR.CPY".

       FD  RATPESO-MASTER
           LABEL RECORDS STANDARD.
       COPY "RATPESOR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 EVENTO            PIC X(04) VALUE SPACES.
       01 SEQUENCIA         PIC 9(03) VALUE ZEROS.
       01 APELIDO           PIC X(12) VALUE SPACES.
       01 DESCRICAO         PIC X(30) VALUE SPACES.
       01 OPCAO             PIC X(01) VALUE SPACES.
       01 WS-FS-EVENTOS     PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-CONVITES    PIC XX VALUE SPACES.
       01 WS-FS-DESPESA     PIC XX VALUE SPACES.
       01 WS-FS-RATPESO     PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-ENTRADA-VALOR  PIC X(12) VALUE SPACES.
       01 WS-ENTRADA-PESO   PIC X(05) VALUE SPACES.
       01 WS-VALOR          PIC 9(07)V99 VALUE ZEROS.
       01 WS-PESO           PIC 9(01)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT     PIC Z.ZZZ.ZZ9,99.
       01 WS-PESO-EDIT      PIC 9,99.
       01 WS-ACHOU-REG      PIC X VALUE "N".
           88 ACHOU-REG         VALUE "S" FALSE "N".
       01 WS-CONVITES-ABERTO PIC X VALUE "N".
           88 CONVITES-ABERTO   VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "DESPESAS DE EVENTO".
           DISPLAY (05, 10) "OPCAO (I=INCLUIR/ALTERAR, E=EXCLUIR,".
           DISPLAY (06, 10) "       P=PESO DO CONVIDADO) :".
           DISPLAY (08, 10) "EVENTO    :".
       ROT-OPCAO.
           ACCEPT (06, 40) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E" AND OPCAO NOT = "P"
               DISPLAY (23, 01) "OPCAO INVALIDA - USE I, E OU P"
               GO TO ROT-OPCAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-EVENTO.
           ACCEPT (08, 22) EVENTO.
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
           DISPLAY (08, 28) EV-DESCRICAO.
           IF OPCAO = "P"
               PERFORM MANUTENCAO-PESO THRU MANUTENCAO-PESO-FIM
               GO TO ENCERRA.
           DISPLAY (10, 10) "SEQUENCIA :".
           DISPLAY (12, 10) "PAGO POR  :".
           DISPLAY (13, 10) "DESCRICAO :".
           DISPLAY (14, 10) "VALOR     :".
       ROT-SEQUENCIA.
           ACCEPT (10, 22) SEQUENCIA.
           IF SEQUENCIA = ZEROS
               DISPLAY (23, 01) "SEQUENCIA DEVE SER DE 001 A 999"
               GO TO ROT-SEQUENCIA.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE EVENTO TO DP-EVENTO.
           MOVE SEQUENCIA TO DP-SEQ.
           READ DESPESA-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-REG TO FALSE
               NOT INVALID KEY
                   SET ACHOU-REG TO TRUE
                   DISPLAY (12, 22) DP-APELIDO
                   DISPLAY (13, 22) DP-DESCRICAO
                   MOVE DP-VALOR TO WS-VALOR-EDIT
                   DISPLAY (14, 22) WS-VALOR-EDIT
           END-READ.
           IF WS-FS-DESPESA = "99" OR WS-FS-DESPESA = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-SEQUENCIA.
           IF OPCAO = "E"
               PERFORM EXCLUI-DESPESA
               GO TO ENCERRA.
       ROT-APELIDO.
           ACCEPT (12, 22) APELIDO.
           IF APELIDO = SPACES
               GO TO ROT-APELIDO.
           MOVE APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-APELIDO
               NOT INVALID KEY
                   IF AM-REG-INATIVO
                       MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                       DISPLAY (23, 01) WS-MENSAGEM
                       GO TO ROT-APELIDO
                   END-IF
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (12, 36) AM-NOME.
       ROT-DESCRICAO.
           ACCEPT (13, 22) DESCRICAO.
           IF DESCRICAO = SPACES
               DISPLAY (23, 01) "DESCRICAO NAO PODE SER BRANCO"
               GO TO ROT-DESCRICAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-VALOR.
           ACCEPT (14, 22) WS-ENTRADA-VALOR.
           IF WS-ENTRADA-VALOR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA-VALOR) NOT = ZEROS
               DISPLAY (23, 01) "VALOR INVALIDO - EX.: 150,00"
               GO TO ROT-VALOR.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-ENTRADA-VALOR).
           IF WS-VALOR = ZEROS
               DISPLAY (23, 01) "VALOR DEVE SER MAIOR QUE ZERO"
               GO TO ROT-VALOR.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY (14, 22) WS-VALOR-EDIT.
           MOVE EVENTO TO DP-EVENTO.
           MOVE SEQUENCIA TO DP-SEQ.
           MOVE APELIDO TO DP-APELIDO.
           MOVE DESCRICAO TO DP-DESCRICAO.
           MOVE WS-VALOR TO DP-VALOR.
           IF ACHOU-REG
               REWRITE DESPESA-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO ALTERAR DESPESA"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "DESPESA ALTERADA"
               END-REWRITE
           ELSE
               WRITE DESPESA-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO GRAVAR DESPESA"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "DESPESA INCLUIDA"
               END-WRITE
           END-IF.
       ENCERRA.
           CLOSE EVENTOS-MASTER AMIGOS-MASTER DESPESA-MASTER
               RATPESO-MASTER.
           IF CONVITES-ABERTO
               CLOSE CONVITES-MASTER
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       EXCLUI-DESPESA.
           IF NOT ACHOU-REG
               DISPLAY (23, 01) "DESPESA NAO ENCONTRADA"
           ELSE
               DELETE DESPESA-MASTER
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO EXCLUIR DESPESA"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "DESPESA EXCLUIDA"
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       MANUTENCAO-PESO.
      *    O PESO SO VALE PARA QUEM FOI CONVIDADO PARA O EVENTO.
           IF NOT CONVITES-ABERTO
               MOVE "CONVITES.DAT AUSENTE - USE CONVGERA"
                   TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO MANUTENCAO-PESO-FIM.
           DISPLAY (10, 10) "APELIDO   :".
           DISPLAY (12, 10) "PESO (0,00 A 9,99) :".
       ROT-APELIDO-PESO.
           ACCEPT (10, 22) APELIDO.
           IF APELIDO = SPACES
               GO TO ROT-APELIDO-PESO.
           MOVE EVENTO TO CV-EVENTO.
           MOVE APELIDO TO CV-APELIDO.
           READ CONVITES-MASTER
               INVALID KEY
                   MOVE "AMIGO NAO FOI CONVIDADO PARA O EVENTO"
                       TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-APELIDO-PESO
           END-READ.
           MOVE APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE SPACES TO AM-NOME
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (10, 36) AM-NOME.
           MOVE EVENTO TO RW-EVENTO.
           MOVE APELIDO TO RW-APELIDO.
           READ RATPESO-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-REG TO FALSE
                   MOVE 1 TO WS-PESO-EDIT
               NOT INVALID KEY
                   SET ACHOU-REG TO TRUE
                   MOVE RW-PESO TO WS-PESO-EDIT
           END-READ.
           IF WS-FS-RATPESO = "99" OR WS-FS-RATPESO = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-APELIDO-PESO.
           DISPLAY (12, 32) WS-PESO-EDIT.
       ROT-PESO.
           ACCEPT (12, 32) WS-ENTRADA-PESO.
           IF WS-ENTRADA-PESO = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA-PESO) NOT = ZEROS
               DISPLAY (23, 01) "PESO INVALIDO - EX.: 0,50"
               GO TO ROT-PESO.
           IF FUNCTION NUMVAL(WS-ENTRADA-PESO) > 9,99
               DISPLAY (23, 01) "PESO INVALIDO - EX.: 0,50"
               GO TO ROT-PESO.
           COMPUTE WS-PESO = FUNCTION NUMVAL(WS-ENTRADA-PESO).
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE WS-PESO TO WS-PESO-EDIT.
           DISPLAY (12, 32) WS-PESO-EDIT.
           MOVE EVENTO TO RW-EVENTO.
           MOVE APELIDO TO RW-APELIDO.
           MOVE WS-PESO TO RW-PESO.
           IF ACHOU-REG
               REWRITE RATPESO-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO ALTERAR PESO"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "PESO ALTERADO"
               END-REWRITE
           ELSE
               WRITE RATPESO-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO GRAVAR PESO"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "PESO GRAVADO"
               END-WRITE
           END-IF.
       MANUTENCAO-PESO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS NOT = "00"
               DISPLAY "TABELA DE EVENTOS NAO ENCONTRADA - USE O MENU"
               GOBACK
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE EVENTOS-MASTER
               GOBACK
           END-IF.
           OPEN INPUT CONVITES-MASTER.
           IF WS-FS-CONVITES = "00"
               SET CONVITES-ABERTO TO TRUE
           END-IF.
           OPEN I-O DESPESA-MASTER.
           IF WS-FS-DESPESA = "35"
               OPEN OUTPUT DESPESA-MASTER
               CLOSE DESPESA-MASTER
               OPEN I-O DESPESA-MASTER
           END-IF.
           OPEN I-O RATPESO-MASTER.
           IF WS-FS-RATPESO = "35"
               OPEN OUTPUT RATPESO-MASTER
               CLOSE RATPESO-MASTER
               OPEN I-O RATPESO-MASTER
           END-IF.
