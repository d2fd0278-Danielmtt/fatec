      * DESCARGA (BACKUP) DO MESTRE DE AMIGOS     *
      * PARA UM ARQUIVO SEQUENCIAL COM SUFIXO DE  *
      * GERACAO (AMIBKPNNN.DAT) E TRAILER DE      *
      * CONTROLE COM AS CONTAGENS E A DATA/HORA   *
      * DA DESCARGA (PONTO DE PARTIDA DO AMIREC). *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           05 WS-TRL-TOTAL       PIC 9(06).
           05 WS-TRL-ATIVOS      PIC 9(06).
           05 WS-TRL-INATIVOS    PIC 9(06).
           05 WS-TRL-DATA        PIC 9(08).
           05 WS-TRL-HORA        PIC 9(08).
           05 FILLER             PIC X(55) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TRL-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TRL-HORA.
           PERFORM PROXIMA-GERACAO.
           PERFORM MONTA-NOME-BACKUP.
           OPEN OUTPUT ARQ-BACKUP.
