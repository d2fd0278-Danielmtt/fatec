      * UNIFICACAO DE CADASTROS EM DUPLICIDADE:   *
      * O OPERADOR ESCOLHE O APELIDO SOBREVIVENTE *
      * E O APELIDO A UNIFICAR; OS TELEFONES,     *
      * ENDERECO, GRUPOS E VINCULOS DO UNIFICADO  *
      * PASSAM AO SOBREVIVENTE E O UNIFICADO E    *
      * INATIVADO, TUDO REGISTRADO VIA GRAVAUDI.  *
      * O HISTORICO DE CONSENTIMENTO DO UNIFICADO *
      * SO PASSA NAS FINALIDADES EM QUE O         *
      * SOBREVIVENTE NAO TEM NENHUM REGISTRO.     *
      * OS PARES SUSPEITOS VEM DO RELATORIO       *
      * DUPLICAD.                                 *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT VINCULO-MASTER ASSIGN TO "VINCULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-VINCULO.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-CONSENT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".

       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO-SOBREVIVE PIC X(12) VALUE SPACES.
       01 WS-FS-FONES       PIC XX VALUE SPACES.
       01 WS-FS-ENDER       PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP     PIC XX VALUE SPACES.
       01 WS-FS-VINCULO     PIC XX VALUE SPACES.
       01 WS-FS-CONSENT     PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-FONES-ABERTO   PIC X VALUE "N".
           88 FONES-ABERTO      VALUE "S".
           88 FIM-FONES         VALUE "S".
       01 WS-TEM-ENDER-SOBR PIC X VALUE "N".
           88 TEM-ENDER-SOBR    VALUE "S" FALSE "N".
       01 WS-FIM-AMIGRUP    PIC X VALUE "N".
           88 FIM-AMIGRUP       VALUE "S".
       01 WS-VINCULO-ABERTO PIC X VALUE "N".
           88 VINCULO-ABERTO    VALUE "S".
       01 WS-FIM-VINCULOS   PIC X VALUE "N".
           88 FIM-VINCULOS      VALUE "S".
       01 WS-CONSENT-ABERTO PIC X VALUE "N".
           88 CONSENT-ABERTO    VALUE "S".
       01 WS-FIM-CONSENT    PIC X VALUE "N".
           88 FIM-CONSENT       VALUE "S".
       01 WS-SOBREV-TEM     PIC X VALUE "N".
           88 SOBREV-TEM-CONSENT VALUE "S".
       01 WS-PROX-SEQ       PIC 9(02) VALUE ZEROS.
       01 WS-IND            PIC 9(02) VALUE ZEROS.
       01 WS-CONT-FONES     PIC 9(02) VALUE ZEROS.
       01 WS-CONT-FONES-TR  PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-FONES.
           05 WS-FONE-SALVO OCCURS 20 TIMES PIC X(42).
       01 WS-CONT-GRUPOS    PIC 9(02) VALUE ZEROS.
       01 WS-CONT-GRUPOS-TR PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-GRUPOS.
           05 WS-GRUPO-SALVO OCCURS 50 TIMES PIC X(03).
       01 WS-CONT-VINCULOS  PIC 9(02) VALUE ZEROS.
       01 WS-CONT-VINC-TR   PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-VINCULOS.
           05 WS-VINCULO-SALVO OCCURS 50 TIMES PIC X(25).
       01 WS-VINCULO-INVERSO PIC X(25) VALUE SPACES.
       01 WS-CONT-CONSENT   PIC 9(03) VALUE ZEROS.
       01 WS-CONT-CONS-TR   PIC 9(03) VALUE ZEROS.
       01 WS-IND-CONS       PIC 9(03) VALUE ZEROS.
       01 WS-IND-FIN        PIC 9(01) VALUE ZEROS.
       01 WS-LISTA-FIN      PIC X(03) VALUE "CEV".
       01 WS-FIN-ATUAL      PIC X(01) VALUE SPACES.
       01 WS-TABELA-CONSENT.
           05 WS-CONSENT-SALVO OCCURS 200 TIMES PIC X(42).
       01 WS-VALOR-ANTES    PIC X(81) VALUE SPACES.
       01 WS-VALOR-DEPOIS   PIC X(81) VALUE SPACES.
       01 WS-OPERADOR       PIC X(03) VALUE SPACES.
           PERFORM TRANSFERE-FONES THRU TRANSFERE-FONES-FIM.
           PERFORM TRANSFERE-ENDERECO THRU TRANSFERE-ENDERECO-FIM.
           PERFORM TRANSFERE-GRUPO THRU TRANSFERE-GRUPO-FIM.
           PERFORM TRANSFERE-VINCULOS THRU TRANSFERE-VINCULOS-FIM.
           PERFORM TRANSFERE-CONSENT THRU TRANSFERE-CONSENT-FIM.
           PERFORM AUDITA-SOBREVIVENTE.
           PERFORM INATIVA-UNIFICADO.
           DISPLAY (12, 10) "TELEFONES TRANSFERIDOS : " WS-CONT-FONES-TR.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
           IF VINCULO-ABERTO
               CLOSE VINCULO-MASTER
           END-IF.
           IF CONSENT-ABERTO
               CLOSE CONSENT-MASTER
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-GRUPO.
      *    AS PARTICIPACOES DO UNIFICADO PASSAM PARA O SOBREVIVENTE;
      *    GRUPO QUE O SOBREVIVENTE JA TEM NAO E DUPLICADO.
           IF NOT AMIGRUP-ABERTO
               GO TO TRANSFERE-GRUPO-FIM.
           MOVE ZEROS TO WS-CONT-GRUPOS WS-CONT-GRUPOS-TR.
           MOVE "N" TO WS-FIM-AMIGRUP.
           MOVE APELIDO-UNIFICADO TO AG-APELIDO.
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
                       IF AG-APELIDO NOT = APELIDO-UNIFICADO
                           SET FIM-AMIGRUP TO TRUE
                       ELSE
                           IF WS-CONT-GRUPOS < 50
                               ADD 1 TO WS-CONT-GRUPOS
                               MOVE AG-GRUPO TO
                                   WS-GRUPO-SALVO (WS-CONT-GRUPOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-GRUPOS
               PERFORM TRANSFERE-UM-GRUPO
           END-PERFORM.
           DISPLAY (14, 10) "GRUPOS TRANSFERIDOS    : "
               WS-CONT-GRUPOS-TR.
       TRANSFERE-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-UM-GRUPO.
           MOVE APELIDO-UNIFICADO TO AG-APELIDO.
           MOVE WS-GRUPO-SALVO (WS-IND) TO AG-GRUPO.
           DELETE AMIGRUP-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER GRUPO"
           END-DELETE.
           MOVE APELIDO-SOBREVIVE TO AG-APELIDO.
           MOVE WS-GRUPO-SALVO (WS-IND) TO AG-GRUPO.
           WRITE AMIGRUP-REC
               INVALID KEY
                   IF WS-FS-AMIGRUP NOT = "22"
                       DISPLAY (23, 01) "ERRO AO REGRAVAR GRUPO"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRUPOS-TR
           END-WRITE.
      *-----------------------------------------------------------------
       TRANSFERE-VINCULOS.
      *    OS VINCULOS DO UNIFICADO PASSAM PARA O SOBREVIVENTE, NOS DOIS
      *    SENTIDOS; O VINCULO ENTRE OS DOIS E DESCARTADO E O QUE O
      *    SOBREVIVENTE JA TEM COM O MESMO PARENTE E MANTIDO.
           IF NOT VINCULO-ABERTO
               GO TO TRANSFERE-VINCULOS-FIM.
           MOVE ZEROS TO WS-CONT-VINCULOS WS-CONT-VINC-TR.
           MOVE "N" TO WS-FIM-VINCULOS.
           MOVE APELIDO-UNIFICADO TO VI-APELIDO.
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
                       IF VI-APELIDO NOT = APELIDO-UNIFICADO
                           SET FIM-VINCULOS TO TRUE
                       ELSE
                           IF WS-CONT-VINCULOS < 50
                               ADD 1 TO WS-CONT-VINCULOS
                               MOVE VINCULO-REC TO
                                   WS-VINCULO-SALVO (WS-CONT-VINCULOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-VINCULOS
               PERFORM TRANSFERE-UM-VINCULO
           END-PERFORM.
           DISPLAY (15, 10) "VINCULOS TRANSFERIDOS  : "
               WS-CONT-VINC-TR.
       TRANSFERE-VINCULOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-CONSENT.
      *    A RESPOSTA DADA PELO SOBREVIVENTE PREVALECE: O HISTORICO DO
      *    UNIFICADO SO PASSA NAS FINALIDADES EM QUE O SOBREVIVENTE
      *    NUNCA FOI PERGUNTADO; NAS DEMAIS FICA SOB O APELIDO INATIVO.
           IF NOT CONSENT-ABERTO
               GO TO TRANSFERE-CONSENT-FIM.
           MOVE ZEROS TO WS-CONT-CONSENT WS-CONT-CONS-TR.
           MOVE "N" TO WS-FIM-CONSENT.
           MOVE APELIDO-UNIFICADO TO CS-APELIDO.
           MOVE LOW-VALUES TO CS-FINALIDADE.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-CONSENT TO TRUE
           END-START.
           PERFORM UNTIL FIM-CONSENT
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-CONSENT TO TRUE
                   NOT AT END
                       IF CS-APELIDO NOT = APELIDO-UNIFICADO
                           SET FIM-CONSENT TO TRUE
                       ELSE
                           IF WS-CONT-CONSENT < 200
                               ADD 1 TO WS-CONT-CONSENT
                               MOVE CONSENT-REC TO
                                   WS-CONSENT-SALVO (WS-CONT-CONSENT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND-FIN FROM 1 BY 1
                   UNTIL WS-IND-FIN > 3
               MOVE WS-LISTA-FIN (WS-IND-FIN:1) TO WS-FIN-ATUAL
               PERFORM TRANSFERE-CONSENT-FIN
                   THRU TRANSFERE-CONSENT-FIN-FIM
           END-PERFORM.
           DISPLAY (16, 10) "CONSENTIMENTOS TRANSF. : "
               WS-CONT-CONS-TR.
       TRANSFERE-CONSENT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-CONSENT-FIN.
           MOVE "N" TO WS-SOBREV-TEM.
           MOVE APELIDO-SOBREVIVE TO CS-APELIDO.
           MOVE WS-FIN-ATUAL TO CS-FINALIDADE.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   MOVE SPACES TO CS-APELIDO
               NOT INVALID KEY
                   READ CONSENT-MASTER NEXT RECORD
                       AT END
                           MOVE SPACES TO CS-APELIDO
                   END-READ
           END-START.
           IF CS-APELIDO = APELIDO-SOBREVIVE
                   AND CS-FINALIDADE = WS-FIN-ATUAL
               SET SOBREV-TEM-CONSENT TO TRUE
           END-IF.
           IF SOBREV-TEM-CONSENT
               GO TO TRANSFERE-CONSENT-FIN-FIM.
           PERFORM VARYING WS-IND-CONS FROM 1 BY 1
                   UNTIL WS-IND-CONS > WS-CONT-CONSENT
               MOVE WS-CONSENT-SALVO (WS-IND-CONS) TO CONSENT-REC
               IF CS-FINALIDADE = WS-FIN-ATUAL
                   PERFORM TRANSFERE-UM-CONSENT
               END-IF
           END-PERFORM.
       TRANSFERE-CONSENT-FIN-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-UM-CONSENT.
           DELETE CONSENT-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER CONSENTIMENTO"
           END-DELETE.
           MOVE WS-CONSENT-SALVO (WS-IND-CONS) TO CONSENT-REC.
           MOVE APELIDO-SOBREVIVE TO CS-APELIDO.
           WRITE CONSENT-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REGRAVAR CONSENTIMENTO"
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CONS-TR
           END-WRITE.
      *-----------------------------------------------------------------
       TRANSFERE-UM-VINCULO.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           DELETE VINCULO-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER VINCULO"
           END-DELETE.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           MOVE VI-PARENTE TO VI-APELIDO.
           MOVE APELIDO-UNIFICADO TO VI-PARENTE.
           MOVE SPACES TO WS-VINCULO-INVERSO.
           READ VINCULO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VINCULO-REC TO WS-VINCULO-INVERSO
                   DELETE VINCULO-MASTER
                       INVALID KEY
                           DISPLAY (23, 01) "ERRO AO REMOVER VINCULO"
                   END-DELETE
           END-READ.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           IF VI-PARENTE NOT = APELIDO-SOBREVIVE
               MOVE APELIDO-SOBREVIVE TO VI-APELIDO
               WRITE VINCULO-REC
                   INVALID KEY
                       IF WS-FS-VINCULO NOT = "22"
                           DISPLAY (23, 01) "ERRO AO REGRAVAR VINCULO"
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-VINC-TR
               END-WRITE
               IF WS-VINCULO-INVERSO NOT = SPACES
                   MOVE WS-VINCULO-INVERSO TO VINCULO-REC
                   MOVE APELIDO-SOBREVIVE TO VI-PARENTE
                   WRITE VINCULO-REC
                       INVALID KEY
                           IF WS-FS-VINCULO NOT = "22"
                               DISPLAY (23, 01)
                                   "ERRO AO REGRAVAR VINCULO"
                           END-IF
                   END-WRITE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       AUDITA-SOBREVIVENTE.
           MOVE APELIDO-SOBREVIVE TO AM-APELIDO.
           IF WS-FS-AMIGRUP = "00"
               SET AMIGRUP-ABERTO TO TRUE
           END-IF.
           OPEN I-O VINCULO-MASTER.
           IF WS-FS-VINCULO = "00"
               SET VINCULO-ABERTO TO TRUE
           END-IF.
           OPEN I-O CONSENT-MASTER.
           IF WS-FS-CONSENT = "00"
               SET CONSENT-ABERTO TO TRUE
           END-IF.
