       01 WS-CONT-ALTERACOES PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXCLUSOES  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXPURGOS   PIC 9(05) VALUE ZEROS.
       01 WS-RC-SALVO        PIC S9(04) VALUE ZEROS.
       01 WS-LINHA-TITULO.
           05 FILLER PIC X(26) VALUE "RESUMO DIARIO DE OPERACOES".
           05 FILLER PIC X(03) VALUE " - ".
           05 WI-TEXTO           PIC X(30).
           05 WI-VALOR           PIC ZZZZ9.
       01 WS-LINHA-BRANCO       PIC X(60) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PASSA-LOG THRU PASSA-LOG-FIM.
           PERFORM MONTA-PAGINA.
           CLOSE RELATORIO.
           MOVE "RESUMO.LST" TO RP-ARQUIVO.
           MOVE "RESUMO" TO RP-PROGRAMA.
      *    O CALL TRAZ O RETORNO DO ARQRELAT; O 8 DO MESTRE AUSENTE
      *    TEM DE CHEGAR AO NOTURNO.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           MOVE WS-RC-SALVO TO RETURN-CODE.
           DISPLAY "RESUMO GERADO EM RESUMO.LST".
       FIM.
           GOBACK.
