      *******************************************
      * CONSULTA DE AMIGOS PELO APELIDO (TELA),   *
      * COM OS TELEFONES E, EM SEGUIDA, AS NOTAS  *
      * LIVRES DO AMIGO (NOTAS.DAT) E OS          *
      * LEMBRETES EM ABERTO (LEMBRETE.DAT) EM     *
      * PAGINAS DE QUATRO LINHAS. A DIREITA, OS   *
      * AMIGOS VINCULADOS (VINCULO.DAT).          *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-CHAVE
               FILE STATUS IS WS-FS-NOTAS.
           SELECT LEMBRETE-MASTER ASSIGN TO "LEMBRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS WS-FS-LEMBRETE.
           SELECT VINCULO-MASTER ASSIGN TO "VINCULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-CHAVE
               FILE STATUS IS WS-FS-VINCULO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  NOTAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "NOTASR.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  APELIDO                 PIC X(12) VALUE SPACES.
           05  WF-NUMERO           PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WF-TIPO             PIC X(03).
      *    TELEFONE DO EXTERIOR: SIGLA DO PAIS E NUMERO, SEM DDD.
       01  WS-LINHA-FONE-EXT.
           05  WX-PAIS             PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WX-NUMERO           PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WX-TIPO             PIC X(03).
       01  WS-FS-NOTAS             PIC XX VALUE SPACES.
       01  WS-NOTAS-ABERTO         PIC X VALUE "N".
           88 NOTAS-ABERTO             VALUE "S".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WN-TEXTO            PIC X(60).
       01  WS-LINHA-VAZIA          PIC X(71) VALUE SPACES.
       01  WS-FS-LEMBRETE          PIC XX VALUE SPACES.
       01  WS-LEMBRETE-ABERTO      PIC X VALUE "N".
           88 LEMBRETE-ABERTO          VALUE "S".
       01  WS-FIM-LEMBRETES        PIC X VALUE "N".
           88 FIM-LEMBRETES            VALUE "S".
       01  WS-LIN-LEMBRETE         PIC 9(02) VALUE ZEROS.
       01  WS-FS-VINCULO           PIC XX VALUE SPACES.
       01  WS-VINCULO-ABERTO       PIC X VALUE "N".
           88 VINCULO-ABERTO           VALUE "S".
       01  WS-FIM-VINCULOS         PIC X VALUE "N".
           88 FIM-VINCULOS             VALUE "S".
       01  WS-LIN-VINCULO          PIC 9(02) VALUE ZEROS.
       01  WS-CONT-VINCULOS        PIC 9(03) VALUE ZEROS.
       01  WS-LINHA-VINCULO.
           05  WV-TIPO             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WV-PARENTE          PIC X(12).
       01  WS-LINHA-MAIS.
           05  FILLER              PIC X(08) VALUE "E MAIS ".
           05  WV-MAIS             PIC ZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-APELIDO              PIC X(12).
           DISPLAY TELA1.
           IF WS-MENSAGEM = SPACES
               PERFORM EXIBE-FONES THRU EXIBE-FONES-FIM
               PERFORM EXIBE-VINCULOS THRU EXIBE-VINCULOS-FIM
               PERFORM EXIBE-NOTAS THRU EXIBE-NOTAS-FIM
               PERFORM EXIBE-LEMBRETES THRU EXIBE-LEMBRETES-FIM
           END-IF.
           CLOSE AMIGOS-MASTER.
           IF FONES-ABERTO
           IF NOTAS-ABERTO
               CLOSE NOTAS-MASTER
           END-IF.
           IF LEMBRETE-ABERTO
               CLOSE LEMBRETE-MASTER
           END-IF.
           IF VINCULO-ABERTO
               CLOSE VINCULO-MASTER
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
           MOVE FO-DDD TO WF-DDD.
           MOVE FO-NUMERO TO WF-NUMERO.
           MOVE WS-TIPO-DESC TO WF-TIPO.
           IF FO-PAIS-BRASIL
               DISPLAY (WS-LIN-FONE, 14) WS-LINHA-FONE
           ELSE
               MOVE FO-PAIS TO WX-PAIS
               MOVE FO-NUM-EXTERIOR TO WX-NUMERO
               MOVE WS-TIPO-DESC TO WX-TIPO
               DISPLAY (WS-LIN-FONE, 14) WS-LINHA-FONE-EXT
           END-IF.
           ADD 1 TO WS-LIN-FONE.
      *-----------------------------------------------------------------
      * OS AMIGOS VINCULADOS FICAM A DIREITA DOS DADOS, DA LINHA 06 A
      * 15; O QUE NAO COUBER E APENAS CONTADO NA LINHA 16.
       EXIBE-VINCULOS.
           IF NOT VINCULO-ABERTO
               GO TO EXIBE-VINCULOS-FIM.
           MOVE "N" TO WS-FIM-VINCULOS.
           MOVE 06 TO WS-LIN-VINCULO.
           MOVE ZEROS TO WS-CONT-VINCULOS.
           MOVE APELIDO TO VI-APELIDO.
           MOVE LOW-VALUES TO VI-PARENTE.
           START VINCULO-MASTER KEY NOT < VI-CHAVE
               INVALID KEY
                   SET FIM-VINCULOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-VINCULOS
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-VINCULOS TO TRUE
                   NOT AT END
                       IF VI-APELIDO NOT = APELIDO
                           SET FIM-VINCULOS TO TRUE
                       ELSE
                           IF WS-LIN-VINCULO = 06
                               DISPLAY (05, 48) "VINCULOS"
                           END-IF
                           IF WS-LIN-VINCULO < 16
                               PERFORM EXIBE-UM-VINCULO
                           ELSE
                               ADD 1 TO WS-CONT-VINCULOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-VINCULOS > ZEROS
               MOVE WS-CONT-VINCULOS TO WV-MAIS
               DISPLAY (16, 48) WS-LINHA-MAIS
           END-IF.
       EXIBE-VINCULOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXIBE-UM-VINCULO.
           EVALUATE TRUE
               WHEN VI-CONJUGE
                   MOVE "CONJUGE" TO WV-TIPO
               WHEN VI-FILHO
                   MOVE "FILHO(A)" TO WV-TIPO
               WHEN VI-PAI-MAE
                   MOVE "PAI/MAE" TO WV-TIPO
               WHEN VI-IRMAO
                   MOVE "IRMAO(A)" TO WV-TIPO
               WHEN VI-COLEGA
                   MOVE "COLEGA" TO WV-TIPO
               WHEN OTHER
                   MOVE SPACES TO WV-TIPO
           END-EVALUATE.
           MOVE VI-PARENTE TO WV-PARENTE.
           DISPLAY (WS-LIN-VINCULO, 48) WS-LINHA-VINCULO.
           ADD 1 TO WS-LIN-VINCULO.
      *-----------------------------------------------------------------
       EXIBE-NOTAS.
           IF NOT NOTAS-ABERTO
           ADD 1 TO WS-LIN-NOTA.
       EXIBE-UMA-NOTA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * OS LEMBRETES EM ABERTO OCUPAM A AREA DAS NOTAS; SE HA NOTAS NA
      * TELA, PERGUNTA ANTES DE TROCAR.
       EXIBE-LEMBRETES.
           IF NOT LEMBRETE-ABERTO
               GO TO EXIBE-LEMBRETES-FIM.
           MOVE "N" TO WS-FIM-LEMBRETES.
           MOVE ZEROS TO WS-LIN-LEMBRETE.
           MOVE APELIDO TO LB-APELIDO.
           MOVE ZEROS TO LB-SEQ.
           START LEMBRETE-MASTER KEY NOT < LB-CHAVE
               INVALID KEY
                   SET FIM-LEMBRETES TO TRUE
           END-START.
           PERFORM UNTIL FIM-LEMBRETES
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-LEMBRETES TO TRUE
                   NOT AT END
                       IF LB-APELIDO NOT = APELIDO
                           SET FIM-LEMBRETES TO TRUE
                       ELSE
                           IF LB-ABERTO
                               PERFORM EXIBE-UM-LEMBRETE THRU
                                   EXIBE-UM-LEMBRETE-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       EXIBE-LEMBRETES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXIBE-UM-LEMBRETE.
           IF WS-LIN-LEMBRETE = ZEROS
               IF WS-LIN-NOTA > 18
                   DISPLAY (22, 05) "VER LEMBRETES EM ABERTO? (S/N) :"
                   ACCEPT (22, 38) WS-CONTINUA
                   IF WS-CONTINUA NOT = "S"
                       SET FIM-LEMBRETES TO TRUE
                       GO TO EXIBE-UM-LEMBRETE-FIM
                   END-IF
               END-IF
               PERFORM LIMPA-NOTAS
               DISPLAY (17, 05) "LEMBRETES EM ABERTO"
               MOVE 18 TO WS-LIN-LEMBRETE
           END-IF.
           IF WS-LIN-LEMBRETE > 21
               DISPLAY (22, 05) "MAIS LEMBRETES? (S/N) :"
               ACCEPT (22, 29) WS-CONTINUA
               IF WS-CONTINUA NOT = "S"
                   SET FIM-LEMBRETES TO TRUE
                   GO TO EXIBE-UM-LEMBRETE-FIM
               END-IF
               PERFORM LIMPA-NOTAS
               MOVE 18 TO WS-LIN-LEMBRETE
           END-IF.
           MOVE SPACES TO WN-DATA.
           STRING LB-VENCIMENTO(7:2) "/" LB-VENCIMENTO(5:2) "/"
               LB-VENCIMENTO(1:4)
               DELIMITED BY SIZE INTO WN-DATA.
           MOVE LB-TEXTO TO WN-TEXTO.
           DISPLAY (WS-LIN-LEMBRETE, 05) WS-LINHA-NOTA.
           ADD 1 TO WS-LIN-LEMBRETE.
       EXIBE-UM-LEMBRETE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LIMPA-NOTAS.
           DISPLAY (18, 05) WS-LINHA-VAZIA.
           IF WS-FS-NOTAS = "00"
               SET NOTAS-ABERTO TO TRUE
           END-IF.
           MOVE "N" TO WS-LEMBRETE-ABERTO.
           OPEN INPUT LEMBRETE-MASTER.
           IF WS-FS-LEMBRETE = "00"
               SET LEMBRETE-ABERTO TO TRUE
           END-IF.
           MOVE "N" TO WS-VINCULO-ABERTO.
           OPEN INPUT VINCULO-MASTER.
           IF WS-FS-VINCULO = "00"
               SET VINCULO-ABERTO TO TRUE
           END-IF.
