      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONDUTOR DA CADEIA BATCH NOTURNA: EXECUTA *
      * RESUMO, CONCILIA, INTEGRID (SO CONFERE,   *
      * SEM CORRECAO), AMIGBKP, MAILGW (EMAILS    *
      * DO SPOOL PARA O GATEWAY), LEMBLIST        *
      * (LISTA DO DIA, AVISO DE 7 DIAS) E         *
      * VERIFLOG (CADEIA DO LOG) NA ORDEM         *
      * CERTA, E ARQUILOG NO PRIMEIRO DIA DO MES  *
      * (FECHAMENTO DO MES ANTERIOR). CADA PASSO  *
      * TEM INICIO, FIM E RESULTADO REGISTRADOS   *
       01 WS-PASSO           PIC 9(02) VALUE ZEROS.
       01 WS-ULTIMO-PASSO    PIC 9(02) VALUE ZEROS.
       01 WS-PROGRAMA        PIC X(08) VALUE SPACES.
       01 WS-MODO-INTEGRID   PIC X(01) VALUE "N".
       01 WS-DIAS-AVISO      PIC 9(03) VALUE 7.
       01 WS-CADEIA-OK       PIC X VALUE "S".
           88 CADEIA-OK          VALUE "S" FALSE "N".
       01 WS-ACHOU-CTL       PIC X VALUE "N".
       01 WS-TABELA-PASSOS.
           05 FILLER             PIC X(08) VALUE "RESUMO".
           05 FILLER             PIC X(08) VALUE "CONCILIA".
           05 FILLER             PIC X(08) VALUE "INTEGRID".
           05 FILLER             PIC X(08) VALUE "AMIGBKP".
           05 FILLER             PIC X(08) VALUE "MAILGW".
           05 FILLER             PIC X(08) VALUE "LEMBLIST".
           05 FILLER             PIC X(08) VALUE "VERIFLOG".
           05 FILLER             PIC X(08) VALUE "ARQUILOG".
       01 WS-PASSOS REDEFINES WS-TABELA-PASSOS.
           05 WS-NOME-PASSO OCCURS 8 TIMES PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CONTROLE.
           DISPLAY "CADEIA NOTURNA DE " WS-HOJE.
           IF WS-DIA-HOJE = 01
               MOVE 8 TO WS-ULTIMO-PASSO
           ELSE
               MOVE 7 TO WS-ULTIMO-PASSO
               DISPLAY "ARQUILOG SO RODA NO DIA 01 - HOJE NAO"
           END-IF.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
               WHEN 2
                   CALL "CONCILIA"
               WHEN 3
                   CALL "INTEGRID" USING WS-MODO-INTEGRID
               WHEN 4
                   CALL "AMIGBKP"
               WHEN 5
                   CALL "MAILGW"
               WHEN 6
                   CALL "LEMBLIST" USING WS-DIAS-AVISO
               WHEN 7
                   CALL "VERIFLOG"
               WHEN 8
                   CALL "ARQUILOG"
           END-EVALUATE.
           IF RETURN-CODE = ZEROS
