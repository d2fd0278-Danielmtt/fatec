      *******************************************
      * GRAVA UM REGISTRO DE AUDITORIA NO ARQUIVO *
      * AMIGOS.LOG PARA CADA INCLUSAO/ALTERACAO/  *
      * EXCLUSAO NO MESTRE DE AMIGOS E PARA CADA  *
      * MUDANCA DE CONSENTIMENTO, CARIMBANDO      *
      * O OPERADOR RECEBIDO DO CHAMADOR (QUINTO   *
      * PARAMETRO, OPCIONAL). SEM O PARAMETRO,    *
      * USA A SESSAO EM OPERSESS.CTL (PROGRAMAS   *
      * BATCH RODADOS FORA DO MENU).              *
      * NUMERA O REGISTRO E O ENCADEIA AO ANTERIOR*
      * (SUBPROGRAMA ENCADEIA) PELO CONTROLE      *
      * AMIGLOG.CTL; SEM O CONTROLE, RETOMA A     *
      * CADEIA DO ULTIMO REGISTRO DO AMIGOS.LOG.  *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQ-SESSAO ASSIGN TO "OPERSESS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.
           SELECT ARQ-LOGCTL ASSIGN TO "AMIGLOG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOGCTL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS STANDARD.
       01  SESSAO-REC.
           05  SE-OPERADOR         PIC X(03).

       FD  ARQ-LOGCTL
           LABEL RECORDS STANDARD.
       COPY "LOGCTLR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-AUDIT             PIC XX.
       01  WS-FS-SESSAO            PIC XX.
       01  WS-OPERADOR             PIC X(03) VALUE "???".
       01  WS-FS-LOGCTL            PIC XX.
       01  WS-FIM-LOG              PIC X VALUE "N".
           88 FIM-LOG                  VALUE "S" FALSE "N".
       01  WS-CONTROLE-SALVO       PIC X(89) VALUE SPACES.
       COPY "CADEPARM.CPY".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-APELIDO              PIC X(12).
                                 LK-OPERADOR.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
           PERFORM LE-CONTROLE THRU LE-CONTROLE-FIM.
           OPEN EXTEND AUDIT-LOG.
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-LOG
           MOVE LK-VALOR-ANTES TO AU-VALOR-ANTES.
           MOVE LK-VALOR-DEPOIS TO AU-VALOR-DEPOIS.
           MOVE WS-OPERADOR TO AU-OPERADOR.
           MOVE LOGCTL-REC TO WS-CONTROLE-SALVO.
           COMPUTE AU-SEQUENCIA = LC-ULT-SEQ + 1.
           MOVE AUDIT-REC TO CD-REGISTRO.
           MOVE LC-ULT-VERIF TO CD-VERIF-ANTERIOR.
           CALL "ENCADEIA" USING CADEIA-PARAMETROS.
           MOVE CD-VERIFICADOR TO AU-VERIFICADOR.
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG.
           PERFORM GRAVA-CONTROLE.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
           END-IF.
       LE-OPERADOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LE-CONTROLE.
           OPEN INPUT ARQ-LOGCTL.
           IF WS-FS-LOGCTL = "00"
               READ ARQ-LOGCTL
                   AT END
                       MOVE "10" TO WS-FS-LOGCTL
               END-READ
               CLOSE ARQ-LOGCTL
           END-IF.
           IF WS-FS-LOGCTL = "00"
               GO TO LE-CONTROLE-FIM.
      *    SEM CONTROLE: RETOMA A CADEIA DO ULTIMO REGISTRO NUMERADO DO
      *    AMIGOS.LOG. SE NAO HOUVER NENHUM, A CADEIA COMECA AGORA, NA
      *    SEQUENCIA 1; SE HOUVER, O INICIO DA CADEIA FICA DESCONHECIDO.
           MOVE ZEROS TO LC-ULT-SEQ LC-ULT-VERIF LC-INICIO-SEQ
               LC-INICIO-ANT LC-ANCORA-SEQ LC-ANCORA-VERIF
               LC-ANCORA-DATA.
           OPEN INPUT AUDIT-LOG.
           IF WS-FS-AUDIT = "00"
               SET FIM-LOG TO FALSE
               PERFORM UNTIL FIM-LOG
                   READ AUDIT-LOG
                       AT END
                           SET FIM-LOG TO TRUE
                       NOT AT END
                           IF AU-SEQUENCIA IS NUMERIC
                               AND AU-SEQUENCIA > ZEROS
                               AND AU-VERIFICADOR IS NUMERIC
                               MOVE AU-SEQUENCIA TO LC-ULT-SEQ
                               MOVE AU-VERIFICADOR TO LC-ULT-VERIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.
           IF LC-ULT-SEQ = ZEROS
               MOVE 1 TO LC-INICIO-SEQ
           END-IF.
       LE-CONTROLE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-CONTROLE.
           MOVE WS-CONTROLE-SALVO TO LOGCTL-REC.
           MOVE AU-SEQUENCIA TO LC-ULT-SEQ.
           MOVE AU-VERIFICADOR TO LC-ULT-VERIF.
           OPEN OUTPUT ARQ-LOGCTL.
           WRITE LOGCTL-REC.
           CLOSE ARQ-LOGCTL.
