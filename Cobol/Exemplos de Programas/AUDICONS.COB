      * EM ORDEM, DECODIFICANDO AS IMAGENS ANTES/ *
      * DEPOIS CAMPO A CAMPO E MOSTRANDO APENAS   *
      * OS CAMPOS QUE MUDARAM, COM O OPERADOR     *
      * QUE FEZ CADA OPERACAO. NAS MUDANCAS DE    *
      * CONSENTIMENTO MOSTRA FINALIDADE,          *
      * SITUACAO, DATA E MEIO.                    *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       SET FIM-AUDIT TO TRUE
                   NOT AT END
                       IF AU-APELIDO = APELIDO
                           PERFORM MOSTRA-EVENTO THRU MOSTRA-EVENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE "EXCLUSAO" TO WS-OPER-DESC
               WHEN AU-OP-EXPURGO
                   MOVE "EXPURGO" TO WS-OPER-DESC
               WHEN AU-OP-CONSENTIMENTO
                   MOVE "CONSENTIM" TO WS-OPER-DESC
               WHEN OTHER
                   MOVE AU-OPERACAO TO WS-OPER-DESC
           END-EVALUATE.
               DISPLAY WS-DATA-MASC " " WS-HORA-MASC " " WS-OPER-DESC
                   " OPERADOR: " AU-OPERADOR
           END-IF.
           IF AU-OP-CONSENTIMENTO
               PERFORM MOSTRA-CONSENTIMENTO
               GO TO MOSTRA-EVENTO-FIM.
           PERFORM MOSTRA-CAMPO-APELIDO.
           PERFORM MOSTRA-CAMPO-NOME.
           PERFORM MOSTRA-CAMPO-EMAIL.
           PERFORM MOSTRA-CAMPO-DATANASC.
           PERFORM MOSTRA-CAMPO-ATIVO.
       MOSTRA-EVENTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * NA OPERACAO C AS IMAGENS SAO REGISTROS DE CONSENT.DAT
      * (CONSENTR.CPY): FINALIDADE NA POSICAO 13, DATA 14-21,
      * SITUACAO 30 E MEIO 31.
       MOSTRA-CONSENTIMENTO.
           DISPLAY "  FINALID.: " AU-VALOR-DEPOIS(13:1)
               " (C=CARTAS, E=EMAIL ANIVERSARIO, V=CONVITES)".
           DISPLAY "  SITUACAO: [" AU-VALOR-ANTES(30:1) "] -> ["
               AU-VALOR-DEPOIS(30:1) "]".
           DISPLAY "  DATA    : [" AU-VALOR-ANTES(14:8) "] -> ["
               AU-VALOR-DEPOIS(14:8) "]".
           DISPLAY "  MEIO    : [" AU-VALOR-ANTES(31:1) "] -> ["
               AU-VALOR-DEPOIS(31:1) "]".
      *-----------------------------------------------------------------
       MOSTRA-CAMPO-APELIDO.
           IF AU-VALOR-ANTES(1:12) NOT = AU-VALOR-DEPOIS(1:12)
