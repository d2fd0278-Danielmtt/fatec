      * ARQUIVO MORTO DATADO (AMILOGAAAAMM.LOG),  *
      * MANTEM O MES CORRENTE NO AMIGOS.LOG E     *
      * EXPURGA AS GERACOES ALEM DA RETENCAO.     *
      * OS REGISTROS PASSAM INTACTOS, COM A       *
      * SEQUENCIA E O VERIFICADOR, DE MODO QUE A  *
      * CADEIA SEGUE DO ARQUIVO MORTO PARA O      *
      * AMIGOS.LOG; AO EXPURGAR UMA GERACAO, O    *
      * INICIO DA CADEIA EM AMIGLOG.CTL AVANCA    *
      * PARA DEPOIS DO ULTIMO REGISTRO EXPURGADO. *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQ-CORRENTE ASSIGN TO "AMIGLOG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORRENTE.
           SELECT ARQ-EXPURGO ASSIGN TO DYNAMIC WS-NOME-EXPURGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPURGO.
           SELECT ARQ-LOGCTL ASSIGN TO "AMIGLOG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOGCTL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.

       FD  ARQ-MORTO
           LABEL RECORDS STANDARD.
       01  MORTO-REC               PIC X(221).

       FD  ARQ-CORRENTE
           LABEL RECORDS STANDARD.
       01  CORRENTE-REC            PIC X(221).

       FD  ARQ-EXPURGO
           LABEL RECORDS STANDARD.
       01  EXPURGO-REC.
           05  FILLER              PIC X(194).
           05  EX-SEQUENCIA        PIC 9(09).
           05  EX-VERIFICADOR      PIC 9(18).

       FD  ARQ-LOGCTL
           LABEL RECORDS STANDARD.
       COPY "LOGCTLR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AUDIT        PIC XX VALUE SPACES.
       01 WS-FS-MORTO        PIC XX VALUE SPACES.
       01 WS-FS-CORRENTE     PIC XX VALUE SPACES.
       01 WS-FS-EXPURGO      PIC XX VALUE SPACES.
       01 WS-FS-LOGCTL       PIC XX VALUE SPACES.
       01 WS-FIM-EXPURGO     PIC X VALUE "N".
           88 FIM-EXPURGO        VALUE "S" FALSE "N".
       01 WS-EXP-ULT-SEQ     PIC 9(09) VALUE ZEROS.
       01 WS-EXP-ULT-VERIF   PIC 9(18) VALUE ZEROS.
       01 WS-CONT-GER-EXP    PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRA-SEQ    PIC 9(09) VALUE ZEROS.
       01 WS-ULTIMA-SEQ      PIC 9(09) VALUE ZEROS.
       01 WS-FIM-AUDIT       PIC X VALUE "N".
           88 FIM-AUDIT          VALUE "S".
       01 WS-NOME-MORTO      PIC X(16) VALUE SPACES.
           CLOSE AUDIT-LOG ARQ-MORTO ARQ-CORRENTE.
           PERFORM REGRAVA-CORRENTE.
           PERFORM EXPURGA-GERACOES.
           PERFORM AVANCA-INICIO-CADEIA THRU AVANCA-INICIO-CADEIA-FIM.
           PERFORM MOSTRA-RESUMO.
       FIM.
           GOBACK.
               IF AU-DATA > WS-ULTIMA-DATA
                   MOVE AU-DATA TO WS-ULTIMA-DATA
               END-IF
               IF AU-SEQUENCIA IS NUMERIC AND AU-SEQUENCIA > ZEROS
                   IF WS-PRIMEIRA-SEQ = ZEROS
                       MOVE AU-SEQUENCIA TO WS-PRIMEIRA-SEQ
                   END-IF
                   MOVE AU-SEQUENCIA TO WS-ULTIMA-SEQ
               END-IF
           ELSE
               WRITE CORRENTE-REC FROM AUDIT-REC
               ADD 1 TO WS-CONT-MANTIDOS
               MOVE SPACES TO WS-NOME-EXPURGO
               STRING "AMILOG" WS-ANO-EXP WS-MES-EXP ".LOG"
                   DELIMITED BY SIZE INTO WS-NOME-EXPURGO
               PERFORM LE-FIM-GERACAO
               CALL "CBL_DELETE_FILE" USING WS-NOME-EXPURGO
           END-PERFORM.
      *-----------------------------------------------------------------
      * GUARDA O ULTIMO REGISTRO NUMERADO DA GERACAO QUE VAI SAIR; O
      * MAIOR DELES MARCA ONDE A CADEIA PASSA A COMECAR.
       LE-FIM-GERACAO.
           OPEN INPUT ARQ-EXPURGO.
           IF WS-FS-EXPURGO = "00"
               ADD 1 TO WS-CONT-GER-EXP
               SET FIM-EXPURGO TO FALSE
               PERFORM UNTIL FIM-EXPURGO
                   READ ARQ-EXPURGO
                       AT END
                           SET FIM-EXPURGO TO TRUE
                       NOT AT END
                           IF EX-SEQUENCIA IS NUMERIC
                               AND EX-SEQUENCIA > WS-EXP-ULT-SEQ
                               AND EX-VERIFICADOR IS NUMERIC
                               MOVE EX-SEQUENCIA TO WS-EXP-ULT-SEQ
                               MOVE EX-VERIFICADOR TO WS-EXP-ULT-VERIF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXPURGO
           END-IF.
      *-----------------------------------------------------------------
      * A RETENCAO E UMA QUEBRA AUTORIZADA NO COMECO DA CADEIA: O
      * VERIFLOG PASSA A ESPERAR A PRIMEIRA SEQUENCIA APOS A ULTIMA
      * EXPURGADA, ENCADEADA AO VERIFICADOR DELA.
       AVANCA-INICIO-CADEIA.
           IF WS-EXP-ULT-SEQ = ZEROS
               GO TO AVANCA-INICIO-CADEIA-FIM.
           OPEN INPUT ARQ-LOGCTL.
           IF WS-FS-LOGCTL NOT = "00"
               DISPLAY "AMIGLOG.CTL NAO ENCONTRADO - INICIO DA CADEIA "
                   "NAO ATUALIZADO"
               GO TO AVANCA-INICIO-CADEIA-FIM
           END-IF.
           READ ARQ-LOGCTL
               AT END
                   MOVE "10" TO WS-FS-LOGCTL
           END-READ.
           CLOSE ARQ-LOGCTL.
           IF WS-FS-LOGCTL NOT = "00"
               GO TO AVANCA-INICIO-CADEIA-FIM.
           IF WS-EXP-ULT-SEQ < LC-INICIO-SEQ
               GO TO AVANCA-INICIO-CADEIA-FIM.
           COMPUTE LC-INICIO-SEQ = WS-EXP-ULT-SEQ + 1.
           MOVE WS-EXP-ULT-VERIF TO LC-INICIO-ANT.
           OPEN OUTPUT ARQ-LOGCTL.
           WRITE LOGCTL-REC.
           CLOSE ARQ-LOGCTL.
           DISPLAY "INICIO DA CADEIA      : " LC-INICIO-SEQ.
       AVANCA-INICIO-CADEIA-FIM.
           EXIT.
      *-----------------------------------------------------------------
       MOSTRA-RESUMO.
           DISPLAY "ARQUIVO MORTO         : " WS-NOME-MORTO.
           DISPLAY "  OUTRAS OPERACOES    : " WS-CONT-OUTRAS.
           DISPLAY "PRIMEIRA DATA         : " WS-PRIMEIRA-DATA.
           DISPLAY "ULTIMA DATA           : " WS-ULTIMA-DATA.
           DISPLAY "PRIMEIRA SEQUENCIA    : " WS-PRIMEIRA-SEQ.
           DISPLAY "ULTIMA SEQUENCIA      : " WS-ULTIMA-SEQ.
           DISPLAY "MANTIDOS NO LOG       : " WS-CONT-MANTIDOS.
           DISPLAY "GERACOES EXPURGADAS   : " WS-CONT-GER-EXP.
           DISPLAY "RETENCAO (MESES)      : " WS-RETENCAO.
