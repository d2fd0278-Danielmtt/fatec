       PROGRAM-ID. GRUPAMIG.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * PARTICIPACAO DE UM AMIGO EM GRUPOS,       *
      * VALIDADA CONTRA A TABELA DE GRUPOS. O     *
      * AMIGO PODE PERTENCER A VARIOS GRUPOS: A   *
      * TELA MOSTRA OS GRUPOS ATUAIS E INCLUI OU  *
      * EXCLUI UMA PARTICIPACAO POR VEZ.          *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGRUP.
      *
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-ACHOU-CLASSIF  PIC X VALUE "N".
           88 ACHOU-CLASSIF     VALUE "S" FALSE "N".
       01 WS-FIM-AMIGRUP    PIC X VALUE "N".
           88 FIM-AMIGRUP       VALUE "S".
       01 WS-LIN-GRUPO      PIC 9(02) VALUE ZEROS.
       01 WS-COL-GRUPO      PIC 9(02) VALUE ZEROS.
       01 WS-CONT-GRUPOS    PIC 9(03) VALUE ZEROS.
       01 WS-GRUPO-TELA.
           05  WS-GT-CODIGO     PIC X(03).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  WS-GT-DESCRICAO  PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "GRUPO DO AMIGO".
           DISPLAY (05, 10) "OPCAO (I=INCLUIR, E=EXCLUIR) :".
           DISPLAY (07, 10) "APELIDO :".
           DISPLAY (09, 10) "GRUPO   :".
       ROT-OPCAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (07, 34) AM-NOME.
           PERFORM MOSTRA-GRUPOS.
       ROT-GRUPO.
           ACCEPT (09, 20) GRUPO.
           IF GRUPO = SPACES
               DISPLAY (23, 01) "GRUPO NAO PODE SER BRANCO"
               GO TO ROT-GRUPO.
           MOVE GRUPO TO GR-CODIGO.
      *    NA EXCLUSAO O GRUPO PODE JA TER SAIDO DA TABELA: A
      *    PARTICIPACAO QUE FICOU PARA TRAS AINDA PRECISA SER REMOVIDA.
           READ GRUPOS-MASTER
               INVALID KEY
                   IF OPCAO NOT = "E"
                       MOVE "GRUPO NAO CADASTRADO NA TABELA"
                           TO WS-MENSAGEM
                       DISPLAY (23, 01) WS-MENSAGEM
                       GO TO ROT-GRUPO
                   END-IF
                   MOVE SPACES TO GR-DESCRICAO
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (09, 25) GR-DESCRICAO.
           MOVE APELIDO TO AG-APELIDO.
           MOVE GRUPO TO AG-GRUPO.
           READ AMIGRUP-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-CLASSIF TO FALSE
               NOT INVALID KEY
                   SET ACHOU-CLASSIF TO TRUE
           END-READ.
           IF WS-FS-AMIGRUP = "99" OR WS-FS-AMIGRUP = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-GRUPO.
           IF OPCAO = "E"
               PERFORM EXCLUI-CLASSIF
               GO TO ENCERRA.
           IF ACHOU-CLASSIF
               UNLOCK AMIGRUP-MASTER
               DISPLAY (23, 01) "AMIGO JA PERTENCE A ESTE GRUPO"
           ELSE
               MOVE APELIDO TO AG-APELIDO
               MOVE GRUPO TO AG-GRUPO
               WRITE AMIGRUP-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO GRAVAR CLASSIFICACAO"
      *-----------------------------------------------------------------
       EXCLUI-CLASSIF.
           IF NOT ACHOU-CLASSIF
               DISPLAY (23, 01) "AMIGO NAO PERTENCE A ESTE GRUPO"
           ELSE
               DELETE AMIGRUP-MASTER
                   INVALID KEY
                       DISPLAY (23, 01) "CLASSIFICACAO EXCLUIDA"
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
       MOSTRA-GRUPOS.
      *    LISTA OS GRUPOS A QUE O AMIGO JA PERTENCE, EM DUAS COLUNAS
      *    A PARTIR DA LINHA 12 (ATE 16 GRUPOS NA TELA).
           DISPLAY (11, 10) "GRUPOS ATUAIS:".
           MOVE ZEROS TO WS-CONT-GRUPOS.
           MOVE "N" TO WS-FIM-AMIGRUP.
           MOVE APELIDO TO AG-APELIDO.
           MOVE LOW-VALUES TO AG-GRUPO.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-AMIGRUP TO TRUE
           END-START.
           PERFORM UNTIL FIM-AMIGRUP
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGRUP TO TRUE
                   NOT AT END
                       IF AG-APELIDO NOT = APELIDO
                           SET FIM-AMIGRUP TO TRUE
                       ELSE
                           PERFORM MOSTRA-UM-GRUPO
                               THRU MOSTRA-UM-GRUPO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-GRUPOS = ZEROS
               DISPLAY (12, 10) "NENHUM"
           END-IF.
      *-----------------------------------------------------------------
       MOSTRA-UM-GRUPO.
           ADD 1 TO WS-CONT-GRUPOS.
           IF WS-CONT-GRUPOS > 16
               GO TO MOSTRA-UM-GRUPO-FIM
           END-IF.
           MOVE AG-GRUPO TO WS-GT-CODIGO GR-CODIGO.
           READ GRUPOS-MASTER
               INVALID KEY
                   MOVE "(FORA DA TABELA)" TO WS-GT-DESCRICAO
               NOT INVALID KEY
                   MOVE GR-DESCRICAO TO WS-GT-DESCRICAO
           END-READ.
           IF WS-CONT-GRUPOS > 8
               COMPUTE WS-LIN-GRUPO = WS-CONT-GRUPOS + 3
               MOVE 45 TO WS-COL-GRUPO
           ELSE
               COMPUTE WS-LIN-GRUPO = WS-CONT-GRUPOS + 11
               MOVE 10 TO WS-COL-GRUPO
           END-IF.
           DISPLAY (WS-LIN-GRUPO, WS-COL-GRUPO) WS-GRUPO-TELA.
       MOSTRA-UM-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
