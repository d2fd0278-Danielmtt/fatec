               VALUE "PARES ENCONTRADOS   : ".
           05 WT-TOTAL           PIC ZZZZ9.
       01 WS-LINHA-BRANCO     PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO.
           MOVE "DUPLICAD.LST" TO RP-ARQUIVO.
           MOVE "DUPLICAD" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           DISPLAY "AMIGOS ATIVOS ANALISADOS : " WS-CONT-ATIVOS.
           DISPLAY "PARES SUSPEITOS          : " WS-CONT-PARES.
       FIM.
