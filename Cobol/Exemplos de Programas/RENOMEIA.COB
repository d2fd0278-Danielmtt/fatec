      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * TROCA DO APELIDO DE UM AMIGO: GRAVA O     *
      * REGISTRO INTEIRO SOB A CHAVE NOVA,        *
      * APOSENTA A CHAVE VELHA (INATIVA), CARREGA *
      * JUNTO OS TELEFONES, ENDERECO, GRUPOS,     *
      * VINCULOS (OS DOIS SENTIDOS) E O HISTORICO *
      * DE CONSENTIMENTO, E REGISTRA TUDO VIA     *
      * GRAVAUDI PARA A CONSULTA DE AUDITORIA     *
      * SEGUIR O AMIGO.                           *
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
       01 APELIDO-VELHO     PIC X(12) VALUE SPACES.
       01 WS-FS-FONES       PIC XX VALUE SPACES.
       01 WS-FS-ENDER       PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP     PIC XX VALUE SPACES.
       01 WS-FS-VINCULO     PIC XX VALUE SPACES.
       01 WS-FS-CONSENT     PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-FONES-ABERTO   PIC X VALUE "N".
           88 FONES-ABERTO      VALUE "S".
           88 AMIGRUP-ABERTO    VALUE "S".
       01 WS-FIM-FONES      PIC X VALUE "N".
           88 FIM-FONES         VALUE "S".
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
       01 WS-RENOME-OK      PIC X VALUE "S".
           88 RENOME-OK         VALUE "S" FALSE "N".
       01 WS-APELIDO-TRIM   PIC X(12) VALUE SPACES.
       01 WS-IND            PIC 9(02) VALUE ZEROS.
       01 WS-CONT-FONES     PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-FONES.
           05 WS-FONE-SALVO OCCURS 20 TIMES PIC X(42).
       01 WS-CONT-GRUPOS    PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-GRUPOS.
           05 WS-GRUPO-SALVO OCCURS 50 TIMES PIC X(03).
       01 WS-CONT-VINCULOS  PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-VINCULOS.
           05 WS-VINCULO-SALVO OCCURS 50 TIMES PIC X(25).
       01 WS-CONT-CONSENT   PIC 9(03) VALUE ZEROS.
       01 WS-IND-CONS       PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CONSENT.
           05 WS-CONSENT-SALVO OCCURS 200 TIMES PIC X(42).
       01 WS-NOME-BRANCO    PIC X(30) VALUE SPACES.
       01 WS-OPERADOR       PIC X(03) VALUE SPACES.
      *-----------------------------------------------------------------
               PERFORM CARREGA-FONES THRU CARREGA-FONES-FIM
               PERFORM CARREGA-ENDERECO THRU CARREGA-ENDERECO-FIM
               PERFORM CARREGA-GRUPO THRU CARREGA-GRUPO-FIM
               PERFORM CARREGA-VINCULOS THRU CARREGA-VINCULOS-FIM
               PERFORM CARREGA-CONSENT THRU CARREGA-CONSENT-FIM
               DISPLAY (23, 01) "APELIDO RENOMEADO COM SUCESSO"
           END-IF.
       ENCERRA.
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
       CARREGA-GRUPO.
           IF NOT AMIGRUP-ABERTO
               GO TO CARREGA-GRUPO-FIM.
           MOVE ZEROS TO WS-CONT-GRUPOS.
           MOVE "N" TO WS-FIM-AMIGRUP.
           MOVE APELIDO-VELHO TO AG-APELIDO.
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
                       IF AG-APELIDO NOT = APELIDO-VELHO
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
               PERFORM TRANSFERE-GRUPO
           END-PERFORM.
       CARREGA-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-GRUPO.
           MOVE APELIDO-VELHO TO AG-APELIDO.
           MOVE WS-GRUPO-SALVO (WS-IND) TO AG-GRUPO.
           DELETE AMIGRUP-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER GRUPO"
           END-DELETE.
           MOVE APELIDO-NOVO TO AG-APELIDO.
           MOVE WS-GRUPO-SALVO (WS-IND) TO AG-GRUPO.
           WRITE AMIGRUP-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REGRAVAR GRUPO"
           END-WRITE.
      *-----------------------------------------------------------------
       CARREGA-VINCULOS.
           IF NOT VINCULO-ABERTO
               GO TO CARREGA-VINCULOS-FIM.
           MOVE ZEROS TO WS-CONT-VINCULOS.
           MOVE "N" TO WS-FIM-VINCULOS.
           MOVE APELIDO-VELHO TO VI-APELIDO.
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
                       IF VI-APELIDO NOT = APELIDO-VELHO
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
               PERFORM TRANSFERE-VINCULO
           END-PERFORM.
       CARREGA-VINCULOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * O VINCULO E O SEU INVERSO (PARENTE -> APELIDO) PASSAM PARA A
      * CHAVE NOVA.
       TRANSFERE-VINCULO.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           DELETE VINCULO-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER VINCULO"
           END-DELETE.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           MOVE APELIDO-NOVO TO VI-APELIDO.
           WRITE VINCULO-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REGRAVAR VINCULO"
           END-WRITE.
           MOVE WS-VINCULO-SALVO (WS-IND) TO VINCULO-REC.
           MOVE VI-PARENTE TO VI-APELIDO.
           MOVE APELIDO-VELHO TO VI-PARENTE.
           READ VINCULO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE VINCULO-MASTER
                       INVALID KEY
                           DISPLAY (23, 01) "ERRO AO REMOVER VINCULO"
                   END-DELETE
                   MOVE APELIDO-NOVO TO VI-PARENTE
                   WRITE VINCULO-REC
                       INVALID KEY
                           DISPLAY (23, 01) "ERRO AO REGRAVAR VINCULO"
                   END-WRITE
           END-READ.
      *-----------------------------------------------------------------
      * O HISTORICO DE CONSENTIMENTO INTEIRO PASSA PARA A CHAVE NOVA,
      * COM AS MESMAS DATAS, SITUACOES E OPERADORES.
       CARREGA-CONSENT.
           IF NOT CONSENT-ABERTO
               GO TO CARREGA-CONSENT-FIM.
           MOVE ZEROS TO WS-CONT-CONSENT.
           MOVE "N" TO WS-FIM-CONSENT.
           MOVE APELIDO-VELHO TO CS-APELIDO.
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
                       IF CS-APELIDO NOT = APELIDO-VELHO
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
           PERFORM VARYING WS-IND-CONS FROM 1 BY 1
                   UNTIL WS-IND-CONS > WS-CONT-CONSENT
               PERFORM TRANSFERE-CONSENT
           END-PERFORM.
       CARREGA-CONSENT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TRANSFERE-CONSENT.
           MOVE WS-CONSENT-SALVO (WS-IND-CONS) TO CONSENT-REC.
           DELETE CONSENT-MASTER
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REMOVER CONSENTIMENTO"
           END-DELETE.
           MOVE WS-CONSENT-SALVO (WS-IND-CONS) TO CONSENT-REC.
           MOVE APELIDO-NOVO TO CS-APELIDO.
           WRITE CONSENT-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO REGRAVAR CONSENTIMENTO"
           END-WRITE.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN I-O AMIGOS-MASTER.
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
