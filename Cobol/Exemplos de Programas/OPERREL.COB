      * RELATORIO DE ATIVIDADE POR OPERADOR:      *
      * TOTALIZA AS OPERACOES DO AMIGOS.LOG POR   *
      * CODIGO DE OPERADOR (INCLUSAO, ALTERACAO,  *
      * EXCLUSAO, EXPURGO, CONSENTIMENTO E        *
      * ESQUECIMENTO LGPD), COM O NOME DA TABELA  *
      * DE OPERADORES QUANDO CADASTRADO. AS       *
      * MARCAS DE REMOCAO NAO SAO OPERACOES E NAO *
      * ENTRAM.                                   *
      * SAIDA: OPERREL.LST.                       *
      *******************************************
      *----------------------------------------------------------------
               10 WS-OPE-ALTER     PIC 9(05).
               10 WS-OPE-EXCL      PIC 9(05).
               10 WS-OPE-EXPUR     PIC 9(05).
               10 WS-OPE-CONS      PIC 9(05).
               10 WS-OPE-ESQ       PIC 9(05).
       01 WS-LINHA-CABEC1.
           05 FILLER PIC X(32)
               VALUE "ATIVIDADE POR OPERADOR NO LOG".
           05 FILLER PIC X(07) VALUE "ALTER".
           05 FILLER PIC X(07) VALUE "EXCL".
           05 FILLER PIC X(07) VALUE "EXPUR".
           05 FILLER PIC X(07) VALUE "CONS".
           05 FILLER PIC X(07) VALUE "ESQ".
           05 FILLER PIC X(07) VALUE "TOTAL".
       01 WS-LINHA-DETALHE.
           05 WD-CODIGO          PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-EXPUR           PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-CONS            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-ESQ             PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-TOTAL           PIC ZZZZ9.
       01 WS-LINHA-TOTAL.
           05 FILLER             PIC X(22)
               VALUE "EVENTOS NO LOG      : ".
           05 WT-TOTAL           PIC ZZZZZ9.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   AT END
                       SET FIM-AUDIT TO TRUE
                   NOT AT END
                       IF NOT AU-OP-REMOVIDO
                           ADD 1 TO WS-CONT-EVENTOS
                           PERFORM ACUMULA-OPERADOR THRU
                               ACUMULA-OPERADOR-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           MOVE WS-CONT-EVENTOS TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE RELATORIO.
           MOVE "OPERREL.LST" TO RP-ARQUIVO.
           MOVE "OPERREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF OPERADOR-ABERTO
               CLOSE OPERADOR-MASTER
           END-IF.
               MOVE WS-OPER-TRAB TO WS-OPE-CODIGO (WS-IND)
               MOVE ZEROS TO WS-OPE-INCL (WS-IND)
                   WS-OPE-ALTER (WS-IND) WS-OPE-EXCL (WS-IND)
                   WS-OPE-EXPUR (WS-IND) WS-OPE-CONS (WS-IND)
                   WS-OPE-ESQ (WS-IND)
           END-IF.
           EVALUATE TRUE
               WHEN AU-OP-INCLUSAO
                   ADD 1 TO WS-OPE-EXCL (WS-IND)
               WHEN AU-OP-EXPURGO
                   ADD 1 TO WS-OPE-EXPUR (WS-IND)
               WHEN AU-OP-CONSENTIMENTO
                   ADD 1 TO WS-OPE-CONS (WS-IND)
               WHEN AU-OP-ESQUECIMENTO
                   ADD 1 TO WS-OPE-ESQ (WS-IND)
           END-EVALUATE.
       ACUMULA-OPERADOR-FIM.
           EXIT.
           MOVE WS-OPE-ALTER (WS-IND) TO WD-ALTER.
           MOVE WS-OPE-EXCL (WS-IND) TO WD-EXCL.
           MOVE WS-OPE-EXPUR (WS-IND) TO WD-EXPUR.
           MOVE WS-OPE-CONS (WS-IND) TO WD-CONS.
           MOVE WS-OPE-ESQ (WS-IND) TO WD-ESQ.
           COMPUTE WD-TOTAL = WS-OPE-INCL (WS-IND)
               + WS-OPE-ALTER (WS-IND) + WS-OPE-EXCL (WS-IND)
               + WS-OPE-EXPUR (WS-IND) + WS-OPE-CONS (WS-IND)
               + WS-OPE-ESQ (WS-IND).
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
