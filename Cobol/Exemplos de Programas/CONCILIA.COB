       01 WS-CONT-LOG        PIC 9(04) VALUE ZEROS.
       01 WS-CONT-EXCECOES   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CONFERIDOS PIC 9(05) VALUE ZEROS.
       01 WS-RC-SALVO        PIC S9(04) VALUE ZEROS.
       01 WS-IMAGEM-MESTRE   PIC X(81) VALUE SPACES.
       01 WS-TABELA-LOG.
           05 WS-LOG-ENT OCCURS 1000 TIMES.
           05 FILLER             PIC X(22)
               VALUE "TOTAL DE EXCECOES   : ".
           05 WE-TOTAL           PIC ZZZZ9.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE WS-CONT-EXCECOES TO WE-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO.
           MOVE "CONCILIA.LST" TO RP-ARQUIVO.
           MOVE "CONCILIA" TO RP-PROGRAMA.
      *    O CALL TRAZ O RETORNO DO ARQRELAT; O 8 DO MESTRE AUSENTE
      *    TEM DE CHEGAR AO NOTURNO.
           MOVE RETURN-CODE TO WS-RC-SALVO.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           MOVE WS-RC-SALVO TO RETURN-CODE.
           DISPLAY "REGISTROS CONFERIDOS : " WS-CONT-CONFERIDOS.
           DISPLAY "EXCECOES APONTADAS   : " WS-CONT-EXCECOES.
       FIM.
           EXIT.
      *-----------------------------------------------------------------
       ACUMULA-LOG.
      *    CONSENTIMENTO (OPERACAO C) NAO MEXE NO MESTRE; MARCA DE
      *    REMOCAO (X) E ESQUECIMENTO (L) NAO TEM APELIDO.
           IF AU-OP-CONSENTIMENTO OR AU-OP-REMOVIDO
               OR AU-OP-ESQUECIMENTO
               GO TO ACUMULA-LOG-FIM.
           SET ACHOU-LOG TO FALSE.
           PERFORM VARYING WS-IND-LOG FROM 1 BY 1
                   UNTIL WS-IND-LOG > WS-CONT-LOG
