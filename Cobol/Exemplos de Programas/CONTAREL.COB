           05 FILLER             PIC X(20)
               VALUE "AMIGOS LISTADOS   : ".
           05 WT-TOTAL           PIC ZZZZ9.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE WS-CONT-LISTADOS TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE AMIGOS-MASTER RELATORIO.
           MOVE "CONTATO.LST" TO RP-ARQUIVO.
           MOVE "CONTAREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF CONTATO-ABERTO
               CLOSE CONTATO-MASTER
           END-IF.
