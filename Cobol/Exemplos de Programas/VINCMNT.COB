       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * VINCULOS ENTRE AMIGOS (VINCULO.DAT):      *
      * CONJUGE, FILHO, PAI/MAE, IRMAO OU COLEGA. *
      * A TELA MOSTRA OS VINCULOS ATUAIS E INCLUI *
      * OU EXCLUI UM POR VEZ, SEMPRE NOS DOIS     *
      * SENTIDOS (O INVERSO COM O TIPO TROCADO).  *
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
           SELECT VINCULO-MASTER ASSIGN TO "VINCULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-VINCULO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO           PIC X(12) VALUE SPACES.
       01 PARENTE           PIC X(12) VALUE SPACES.
       01 TIPO              PIC X(01) VALUE SPACES.
       01 OPCAO             PIC X(01) VALUE SPACES.
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-VINCULO     PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-ACHOU-VINCULO  PIC X VALUE "N".
           88 ACHOU-VINCULO     VALUE "S" FALSE "N".
       01 WS-FIM-VINCULOS   PIC X VALUE "N".
           88 FIM-VINCULOS      VALUE "S".
       01 WS-TIPO-INVERSO   PIC X(01) VALUE SPACES.
       01 WS-LIN-VINCULO    PIC 9(02) VALUE ZEROS.
       01 WS-COL-VINCULO    PIC 9(02) VALUE ZEROS.
       01 WS-CONT-VINCULOS  PIC 9(03) VALUE ZEROS.
       01 WS-VINCULO-TELA.
           05  WS-VT-TIPO       PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WS-VT-PARENTE    PIC X(12).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "VINCULOS ENTRE AMIGOS".
           DISPLAY (05, 10) "OPCAO (I=INCLUIR, E=EXCLUIR) :".
           DISPLAY (07, 10) "APELIDO :".
           DISPLAY (09, 10) "PARENTE :".
       ROT-OPCAO.
           ACCEPT (05, 50) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E"
               DISPLAY (23, 01) "OPCAO INVALIDA - USE I OU E"
               GO TO ROT-OPCAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-APELIDO.
           ACCEPT (07, 20) APELIDO.
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
           DISPLAY (07, 34) AM-NOME.
           PERFORM MOSTRA-VINCULOS.
       ROT-PARENTE.
           ACCEPT (09, 20) PARENTE.
           IF PARENTE = SPACES
               DISPLAY (23, 01) "PARENTE NAO PODE SER BRANCO"
               GO TO ROT-PARENTE.
           IF PARENTE = APELIDO
               DISPLAY (23, 01) "AMIGO NAO PODE SER PARENTE DE SI MESMO"
               GO TO ROT-PARENTE.
           MOVE PARENTE TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "PARENTE NAO ENCONTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-PARENTE
               NOT INVALID KEY
                   IF AM-REG-INATIVO
                       MOVE "PARENTE NAO ENCONTRADO" TO WS-MENSAGEM
                       DISPLAY (23, 01) WS-MENSAGEM
                       GO TO ROT-PARENTE
                   END-IF
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (09, 34) AM-NOME.
           MOVE APELIDO TO VI-APELIDO.
           MOVE PARENTE TO VI-PARENTE.
           READ VINCULO-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-VINCULO TO FALSE
               NOT INVALID KEY
                   SET ACHOU-VINCULO TO TRUE
           END-READ.
           IF WS-FS-VINCULO = "99" OR WS-FS-VINCULO = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-PARENTE.
           IF OPCAO = "E"
               PERFORM EXCLUI-VINCULO
               GO TO ENCERRA.
           IF ACHOU-VINCULO
               DISPLAY (23, 01) "VINCULO JA CADASTRADO - EXCLUA ANTES"
               GO TO ENCERRA.
           DISPLAY (11, 10) "TIPO    :".
           DISPLAY (11, 24)
               "C=CONJUGE F=FILHO P=PAI/MAE I=IRMAO T=COLEGA".
       ROT-TIPO.
           ACCEPT (11, 20) TIPO.
           MOVE TIPO TO VI-TIPO.
           IF NOT VI-TIPO-VALIDO
               DISPLAY (23, 01) "TIPO INVALIDO - USE C, F, P, I OU T"
               GO TO ROT-TIPO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           PERFORM INCLUI-VINCULO THRU INCLUI-VINCULO-FIM.
       ENCERRA.
           CLOSE AMIGOS-MASTER VINCULO-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
      * GRAVA O VINCULO INFORMADO E O INVERSO (PARENTE -> APELIDO).
       INCLUI-VINCULO.
           EVALUATE TIPO
               WHEN "F"
                   MOVE "P" TO WS-TIPO-INVERSO
               WHEN "P"
                   MOVE "F" TO WS-TIPO-INVERSO
               WHEN OTHER
                   MOVE TIPO TO WS-TIPO-INVERSO
           END-EVALUATE.
           MOVE APELIDO TO VI-APELIDO.
           MOVE PARENTE TO VI-PARENTE.
           MOVE TIPO TO VI-TIPO.
           WRITE VINCULO-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO GRAVAR VINCULO"
                   GO TO INCLUI-VINCULO-FIM
           END-WRITE.
           MOVE PARENTE TO VI-APELIDO.
           MOVE APELIDO TO VI-PARENTE.
           MOVE WS-TIPO-INVERSO TO VI-TIPO.
           WRITE VINCULO-REC
               INVALID KEY
                   IF WS-FS-VINCULO = "22"
                       REWRITE VINCULO-REC
                   ELSE
                       DISPLAY (23, 01) "ERRO AO GRAVAR VINCULO INVERSO"
                       GO TO INCLUI-VINCULO-FIM
                   END-IF
           END-WRITE.
           DISPLAY (23, 01) "VINCULO INCLUIDO".
       INCLUI-VINCULO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXCLUI-VINCULO.
           IF NOT ACHOU-VINCULO
               DISPLAY (23, 01) "VINCULO NAO CADASTRADO"
           ELSE
               DELETE VINCULO-MASTER
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO EXCLUIR VINCULO"
                   NOT INVALID KEY
                       MOVE PARENTE TO VI-APELIDO
                       MOVE APELIDO TO VI-PARENTE
                       DELETE VINCULO-MASTER
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       DISPLAY (23, 01) "VINCULO EXCLUIDO"
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       MOSTRA-VINCULOS.
      *    LISTA OS VINCULOS JA CADASTRADOS DO AMIGO, EM DUAS COLUNAS
      *    A PARTIR DA LINHA 14 (ATE 16 VINCULOS NA TELA).
           DISPLAY (13, 10) "VINCULOS ATUAIS:".
           MOVE ZEROS TO WS-CONT-VINCULOS.
           MOVE "N" TO WS-FIM-VINCULOS.
           MOVE APELIDO TO VI-APELIDO.
           MOVE LOW-VALUES TO VI-PARENTE.
           START VINCULO-MASTER KEY NOT < VI-CHAVE
               INVALID KEY
                   SET FIM-VINCULOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-VINCULOS
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-VINCULOS TO TRUE
                   NOT AT END
                       IF VI-APELIDO NOT = APELIDO
                           SET FIM-VINCULOS TO TRUE
                       ELSE
                           PERFORM MOSTRA-UM-VINCULO
                               THRU MOSTRA-UM-VINCULO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-VINCULOS = ZEROS
               DISPLAY (14, 10) "NENHUM"
           END-IF.
      *-----------------------------------------------------------------
       MOSTRA-UM-VINCULO.
           ADD 1 TO WS-CONT-VINCULOS.
           IF WS-CONT-VINCULOS > 16
               GO TO MOSTRA-UM-VINCULO-FIM
           END-IF.
           EVALUATE TRUE
               WHEN VI-CONJUGE
                   MOVE "CONJUGE" TO WS-VT-TIPO
               WHEN VI-FILHO
                   MOVE "FILHO(A)" TO WS-VT-TIPO
               WHEN VI-PAI-MAE
                   MOVE "PAI/MAE" TO WS-VT-TIPO
               WHEN VI-IRMAO
                   MOVE "IRMAO(A)" TO WS-VT-TIPO
               WHEN VI-COLEGA
                   MOVE "COLEGA" TO WS-VT-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-VT-TIPO
           END-EVALUATE.
           MOVE VI-PARENTE TO WS-VT-PARENTE.
           IF WS-CONT-VINCULOS > 8
               COMPUTE WS-LIN-VINCULO = WS-CONT-VINCULOS + 5
               MOVE 45 TO WS-COL-VINCULO
           ELSE
               COMPUTE WS-LIN-VINCULO = WS-CONT-VINCULOS + 13
               MOVE 10 TO WS-COL-VINCULO
           END-IF.
           DISPLAY (WS-LIN-VINCULO, WS-COL-VINCULO) WS-VINCULO-TELA.
       MOSTRA-UM-VINCULO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN I-O VINCULO-MASTER.
           IF WS-FS-VINCULO = "35"
               OPEN OUTPUT VINCULO-MASTER
               CLOSE VINCULO-MASTER
               OPEN I-O VINCULO-MASTER
           END-IF.
