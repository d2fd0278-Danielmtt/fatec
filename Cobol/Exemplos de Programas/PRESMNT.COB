       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DO REGISTRO DE PRESENTES       *
      * (INCLUSAO/ALTERACAO/EXCLUSAO): POR AMIGO, *
      * ANO E OCASIAO, O PRESENTE DADO OU         *
      * RECEBIDO, A DESCRICAO E O VALOR           *
      * APROXIMADO.                               *
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
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-PRESENTE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO           PIC X(12) VALUE SPACES.
       01 ANO               PIC 9(04) VALUE ZEROS.
       01 OCASIAO           PIC X(01) VALUE SPACES.
       01 SENTIDO           PIC X(01) VALUE SPACES.
       01 OPCAO             PIC X(01) VALUE SPACES.
       01 DESCRICAO         PIC X(30) VALUE SPACES.
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-PRESENTE    PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-ANO-HOJE       PIC 9(04) VALUE ZEROS.
       01 WS-ENTRADA-VALOR  PIC X(12) VALUE SPACES.
       01 WS-VALOR          PIC 9(07)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT     PIC Z.ZZZ.ZZ9,99.
       01 WS-ACHOU-REG      PIC X VALUE "N".
           88 ACHOU-REG         VALUE "S" FALSE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-HOJE.
           DISPLAY (02, 25) "REGISTRO DE PRESENTES".
           DISPLAY (05, 10) "OPCAO (I=INCLUIR/ALTERAR, E=EXCLUIR) :".
           DISPLAY (07, 10) "APELIDO   :".
           DISPLAY (08, 10) "ANO       :".
           DISPLAY (09, 10)
               "OCASIAO (A=ANIVER, N=NATAL, C=CASAM, O=OUTRA) :".
           DISPLAY (10, 10) "SENTIDO (D=DADO, R=RECEBIDO) :".
           DISPLAY (12, 10) "DESCRICAO :".
           DISPLAY (13, 10) "VALOR APROXIMADO :".
       ROT-OPCAO.
           ACCEPT (05, 50) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E"
               DISPLAY (23, 01) "OPCAO INVALIDA - USE I OU E"
               GO TO ROT-OPCAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-APELIDO.
           ACCEPT (07, 22) APELIDO.
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
           DISPLAY (07, 36) AM-NOME.
       ROT-ANO.
           ACCEPT (08, 22) ANO.
           IF ANO < 1900 OR ANO > WS-ANO-HOJE
               DISPLAY (23, 01) "ANO INVALIDO"
               GO TO ROT-ANO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-OCASIAO.
           ACCEPT (09, 58) OCASIAO.
           MOVE OCASIAO TO PR-OCASIAO.
           IF NOT PR-OC-VALIDA
               DISPLAY (23, 01) "OCASIAO INVALIDA - USE A, N, C OU O"
               GO TO ROT-OCASIAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-SENTIDO.
           ACCEPT (10, 41) SENTIDO.
           MOVE SENTIDO TO PR-SENTIDO.
           IF NOT PR-SENTIDO-VALIDO
               DISPLAY (23, 01) "SENTIDO INVALIDO - USE D OU R"
               GO TO ROT-SENTIDO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE APELIDO TO PR-APELIDO.
           MOVE ANO TO PR-ANO.
           MOVE OCASIAO TO PR-OCASIAO.
           MOVE SENTIDO TO PR-SENTIDO.
           READ PRESENTE-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-REG TO FALSE
               NOT INVALID KEY
                   SET ACHOU-REG TO TRUE
                   DISPLAY (12, 22) PR-DESCRICAO
                   MOVE PR-VALOR TO WS-VALOR-EDIT
                   DISPLAY (13, 29) WS-VALOR-EDIT
           END-READ.
           IF WS-FS-PRESENTE = "99" OR WS-FS-PRESENTE = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-SENTIDO.
           IF OPCAO = "E"
               PERFORM EXCLUI-PRESENTE
               GO TO ENCERRA.
       ROT-DESCRICAO.
           ACCEPT (12, 22) DESCRICAO.
           IF DESCRICAO = SPACES
               DISPLAY (23, 01) "DESCRICAO NAO PODE SER BRANCO"
               GO TO ROT-DESCRICAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-VALOR.
           ACCEPT (13, 29) WS-ENTRADA-VALOR.
           IF WS-ENTRADA-VALOR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA-VALOR) NOT = ZEROS
               DISPLAY (23, 01) "VALOR INVALIDO - EX.: 80,00"
               GO TO ROT-VALOR.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-ENTRADA-VALOR).
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY (13, 29) WS-VALOR-EDIT.
           MOVE APELIDO TO PR-APELIDO.
           MOVE ANO TO PR-ANO.
           MOVE OCASIAO TO PR-OCASIAO.
           MOVE SENTIDO TO PR-SENTIDO.
           MOVE DESCRICAO TO PR-DESCRICAO.
           MOVE WS-VALOR TO PR-VALOR.
           IF ACHOU-REG
               REWRITE PRESENTE-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO ALTERAR PRESENTE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "PRESENTE ALTERADO"
               END-REWRITE
           ELSE
               WRITE PRESENTE-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO GRAVAR PRESENTE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "PRESENTE INCLUIDO"
               END-WRITE
           END-IF.
       ENCERRA.
           CLOSE AMIGOS-MASTER PRESENTE-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       EXCLUI-PRESENTE.
           IF NOT ACHOU-REG
               DISPLAY (23, 01) "PRESENTE NAO ENCONTRADO"
           ELSE
               DELETE PRESENTE-MASTER
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO EXCLUIR PRESENTE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "PRESENTE EXCLUIDO"
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN I-O PRESENTE-MASTER.
           IF WS-FS-PRESENTE = "35"
               OPEN OUTPUT PRESENTE-MASTER
               CLOSE PRESENTE-MASTER
               OPEN I-O PRESENTE-MASTER
           END-IF.
