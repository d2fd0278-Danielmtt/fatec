      * EXTRATO LGPD DO TITULAR: REUNE EM UM      *
      * UNICO RELATORIO (LGPDEXT.LST) TUDO O QUE  *
      * O SISTEMA GUARDA SOBRE UM APELIDO -       *
      * MESTRE, TELEFONES, ENDERECO, GRUPOS,      *
      * CONTATOS, NOTAS, LEMBRETES, VINCULOS,     *
      * CONVITES, O HISTORICO DE CONSENTIMENTO,   *
      * PRESENTES, DESPESAS QUE PAGOU, DEBITOS EM *
      * QUE DEVE OU RECEBE, PESOS NO RATEIO,      *
      * EMAIL DEVOLVIDO, AS MENSAGENS DO SPOOL    *
      * DIRIGIDAS A ELE E O HISTORICO             *
      * DECODIFICADO DO AMIGOS.LOG - PARA         *
      * RESPONDER AO PEDIDO DE ACESSO DO TITULAR. *
      *******************************************
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT CONTATO-MASTER ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
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
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CONVITES.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONSENT.
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PRESENTE.
           SELECT DESPESAS-MASTER ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DESPESAS.
           SELECT DEBITOS-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CHAVE
               FILE STATUS IS WS-FS-DEBITOS.
           SELECT RATPESO-MASTER ASSIGN TO "RATPESO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CHAVE
               FILE STATUS IS WS-FS-RATPESO.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-EMAILINV.
           SELECT MAILSPL-MASTER ASSIGN TO "MAILSPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WS-FS-MAILSPL.
           SELECT AUDIT-LOG ASSIGN TO "AMIGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.
           LABEL RECORDS STANDARD.
       COPY "NOTASR.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".

       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".

       FD  DESPESAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DESPESAR.CPY".

       FD  DEBITOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".

       FD  RATPESO-MASTER
           LABEL RECORDS STANDARD.
       COPY "RATPESOR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".

       FD  MAILSPL-MASTER
           LABEL RECORDS STANDARD.
       COPY "MAILSPLR.CPY".

       FD  AUDIT-LOG
           LABEL RECORDS STANDARD.
       COPY "AUDITREG.CPY".
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-CONTATO      PIC XX VALUE SPACES.
       01 WS-FS-NOTAS        PIC XX VALUE SPACES.
       01 WS-FS-LEMBRETE     PIC XX VALUE SPACES.
       01 WS-FS-VINCULO      PIC XX VALUE SPACES.
       01 WS-TIPO-VINCULO    PIC X(10) VALUE SPACES.
       01 WS-FS-CONVITES     PIC XX VALUE SPACES.
       01 WS-FS-CONSENT      PIC XX VALUE SPACES.
       01 WS-FIN-DESC        PIC X(20) VALUE SPACES.
       01 WS-SIT-DESC        PIC X(09) VALUE SPACES.
       01 WS-MEIO-DESC       PIC X(10) VALUE SPACES.
       01 WS-FS-PRESENTE     PIC XX VALUE SPACES.
       01 WS-OCASIAO-DESC    PIC X(11) VALUE SPACES.
       01 WS-SENTIDO-DESC    PIC X(13) VALUE SPACES.
       01 WS-FS-DESPESAS     PIC XX VALUE SPACES.
       01 WS-FS-DEBITOS      PIC XX VALUE SPACES.
       01 WS-FS-RATPESO      PIC XX VALUE SPACES.
       01 WS-VALOR-EDIT      PIC Z.ZZZ.ZZ9,99.
       01 WS-PESO-EDIT       PIC 9,99.
       01 WS-FS-EMAILINV     PIC XX VALUE SPACES.
       01 WS-FS-MAILSPL      PIC XX VALUE SPACES.
       01 WS-ID-TITULAR      PIC 9(08) VALUE ZEROS.
       01 WS-MSG-SIT-DESC    PIC X(09) VALUE SPACES.
       01 WS-FS-AUDIT        PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           PERFORM SECAO-GRUPO THRU SECAO-GRUPO-FIM.
           PERFORM SECAO-CONTATOS THRU SECAO-CONTATOS-FIM.
           PERFORM SECAO-NOTAS THRU SECAO-NOTAS-FIM.
           PERFORM SECAO-LEMBRETES THRU SECAO-LEMBRETES-FIM.
           PERFORM SECAO-VINCULOS THRU SECAO-VINCULOS-FIM.
           PERFORM SECAO-CONVITES THRU SECAO-CONVITES-FIM.
           PERFORM SECAO-CONSENTIMENTOS THRU SECAO-CONSENTIMENTOS-FIM.
           PERFORM SECAO-PRESENTES THRU SECAO-PRESENTES-FIM.
           PERFORM SECAO-DESPESAS THRU SECAO-DESPESAS-FIM.
           PERFORM SECAO-DEBITOS THRU SECAO-DEBITOS-FIM.
           PERFORM SECAO-RATPESO THRU SECAO-RATPESO-FIM.
           PERFORM SECAO-EMAILINV THRU SECAO-EMAILINV-FIM.
           PERFORM SECAO-MENSAGENS THRU SECAO-MENSAGENS-FIM.
           PERFORM SECAO-HISTORICO THRU SECAO-HISTORICO-FIM.
           CLOSE RELATORIO.
      *    O EXTRATO E ENTREGUE AO TITULAR, NAO ARQUIVADO PELO ARQRELAT:
      *    UMA GERACAO GUARDADA NO RELCAT SOBREVIVERIA AO ESQUECIMENTO.
           DISPLAY "EXTRATO GERADO EM LGPDEXT.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       GRAVA-FONE.
           MOVE SPACES TO WS-LINHA-TRAB.
           IF FO-PAIS-BRASIL
               STRING "SEQ " FO-SEQ " (" FO-DDD ") " FO-NUMERO
                   " TIPO " FO-TIPO
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           ELSE
               STRING "SEQ " FO-SEQ " PAIS " FO-PAIS " "
                   FO-NUM-EXTERIOR " TIPO " FO-TIPO
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
                       DELIMITED BY SIZE INTO WS-LINHA-TRAB
                   WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB
                   MOVE SPACES TO WS-LINHA-TRAB
                   IF EN-PAIS-BRASIL
                       STRING FUNCTION TRIM(EN-BAIRRO) " - "
                           FUNCTION TRIM(EN-CIDADE) " - " EN-UF
                           " CEP " EN-CEP
                           DELIMITED BY SIZE INTO WS-LINHA-TRAB
                   ELSE
                       STRING FUNCTION TRIM(EN-BAIRRO) " - "
                           FUNCTION TRIM(EN-CIDADE) " - " EN-UF
                           " PAIS " EN-PAIS
                           " CODIGO POSTAL " EN-COD-POSTAL
                           DELIMITED BY SIZE INTO WS-LINHA-TRAB
                   END-IF
                   WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB
           END-READ.
           CLOSE ENDER-MASTER.
           EXIT.
      *-----------------------------------------------------------------
       SECAO-GRUPO.
           MOVE "GRUPOS (AMIGRUP.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT AMIGRUP-MASTER.
           IF WS-FS-AMIGRUP NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-GRUPO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO AG-APELIDO.
           MOVE LOW-VALUES TO AG-GRUPO.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF AG-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-SECAO
                           MOVE SPACES TO WS-LINHA-TRAB
                           STRING "GRUPO: " AG-GRUPO
                               DELIMITED BY SIZE INTO WS-LINHA-TRAB
                           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
           CLOSE AMIGRUP-MASTER.
       SECAO-GRUPO-FIM.
           EXIT.
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-LEMBRETES.
           MOVE "LEMBRETES (LEMBRETE.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT LEMBRETE-MASTER.
           IF WS-FS-LEMBRETE NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-LEMBRETES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO LB-APELIDO.
           MOVE ZEROS TO LB-SEQ.
           START LEMBRETE-MASTER KEY NOT < LB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF LB-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           PERFORM GRAVA-LEMBRETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEMBRETE-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-LEMBRETES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-LEMBRETE.
           MOVE SPACES TO WS-LINHA-TRAB.
           IF LB-ABERTO
               STRING LB-VENCIMENTO(7:2) "/" LB-VENCIMENTO(5:2) "/"
                   LB-VENCIMENTO(1:4) " ABERTO    " LB-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           ELSE
               STRING LB-VENCIMENTO(7:2) "/" LB-VENCIMENTO(5:2) "/"
                   LB-VENCIMENTO(1:4) " CONCLUIDO " LB-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-VINCULOS.
           MOVE "VINCULOS (VINCULO.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT VINCULO-MASTER.
           IF WS-FS-VINCULO NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-VINCULOS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO VI-APELIDO.
           MOVE LOW-VALUES TO VI-PARENTE.
           START VINCULO-MASTER KEY NOT < VI-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF VI-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           PERFORM GRAVA-VINCULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VINCULO-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-VINCULOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-VINCULO.
           EVALUATE TRUE
               WHEN VI-CONJUGE
                   MOVE "CONJUGE" TO WS-TIPO-VINCULO
               WHEN VI-FILHO
                   MOVE "FILHO(A)" TO WS-TIPO-VINCULO
               WHEN VI-PAI-MAE
                   MOVE "PAI/MAE" TO WS-TIPO-VINCULO
               WHEN VI-IRMAO
                   MOVE "IRMAO(A)" TO WS-TIPO-VINCULO
               WHEN VI-COLEGA
                   MOVE "COLEGA" TO WS-TIPO-VINCULO
               WHEN OTHER
                   MOVE SPACES TO WS-TIPO-VINCULO
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING WS-TIPO-VINCULO " " VI-PARENTE
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-CONVITES.
           MOVE "CONVITES (CONVITES.DAT)" TO WS-LINHA-SECAO.
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
      * TODAS AS CONCESSOES E RETIRADAS, EM ORDEM DE FINALIDADE E DATA;
      * A ULTIMA DE CADA FINALIDADE E A QUE VALE.
       SECAO-CONSENTIMENTOS.
           MOVE "CONSENTIMENTOS (CONSENT.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT CONSENT-MASTER.
           IF WS-FS-CONSENT NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-CONSENTIMENTOS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO CS-APELIDO.
           MOVE LOW-VALUES TO CS-FINALIDADE.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF CS-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           PERFORM GRAVA-CONSENTIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-CONSENTIMENTOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-CONSENTIMENTO.
           EVALUATE TRUE
               WHEN CS-FIN-CARTA
                   MOVE "CARTAS/ETIQUETAS" TO WS-FIN-DESC
               WHEN CS-FIN-EMAIL
                   MOVE "EMAIL DE ANIVERSARIO" TO WS-FIN-DESC
               WHEN CS-FIN-CONVITE
                   MOVE "CONVITES" TO WS-FIN-DESC
               WHEN OTHER
                   MOVE CS-FINALIDADE TO WS-FIN-DESC
           END-EVALUATE.
           IF CS-CONCEDIDO
               MOVE "CONCEDIDO" TO WS-SIT-DESC
           ELSE
               MOVE "RETIRADO" TO WS-SIT-DESC
           END-IF.
           EVALUATE TRUE
               WHEN CS-MEIO-FORMULARIO
                   MOVE "FORMULARIO" TO WS-MEIO-DESC
               WHEN CS-MEIO-EMAIL
                   MOVE "EMAIL" TO WS-MEIO-DESC
               WHEN CS-MEIO-TELEFONE
                   MOVE "TELEFONE" TO WS-MEIO-DESC
               WHEN CS-MEIO-PESSOAL
                   MOVE "PESSOAL" TO WS-MEIO-DESC
               WHEN OTHER
                   MOVE CS-MEIO TO WS-MEIO-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING WS-FIN-DESC " " WS-SIT-DESC " EM "
               CS-DATA(7:2) "/" CS-DATA(5:2) "/" CS-DATA(1:4)
               " MEIO " WS-MEIO-DESC
               " REGISTRADO EM " CS-DATA-REGISTRO(7:2) "/"
               CS-DATA-REGISTRO(5:2) "/" CS-DATA-REGISTRO(1:4)
               " POR " CS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-PRESENTES.
           MOVE "PRESENTES (PRESENTE.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT PRESENTE-MASTER.
           IF WS-FS-PRESENTE NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-PRESENTES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO PR-APELIDO.
           MOVE ZEROS TO PR-ANO.
           MOVE LOW-VALUES TO PR-OCASIAO PR-SENTIDO.
           START PRESENTE-MASTER KEY NOT < PR-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ PRESENTE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF PR-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           PERFORM GRAVA-PRESENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESENTE-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-PRESENTES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-PRESENTE.
           EVALUATE TRUE
               WHEN PR-OC-ANIVERSARIO
                   MOVE "ANIVERSARIO" TO WS-OCASIAO-DESC
               WHEN PR-OC-NATAL
                   MOVE "NATAL" TO WS-OCASIAO-DESC
               WHEN PR-OC-CASAMENTO
                   MOVE "CASAMENTO" TO WS-OCASIAO-DESC
               WHEN OTHER
                   MOVE "OUTRA" TO WS-OCASIAO-DESC
           END-EVALUATE.
           IF PR-DADO
               MOVE "DADO A ELE" TO WS-SENTIDO-DESC
           ELSE
               MOVE "RECEBIDO DELE" TO WS-SENTIDO-DESC
           END-IF.
           MOVE PR-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING PR-ANO " " WS-OCASIAO-DESC " " WS-SENTIDO-DESC " "
               PR-DESCRICAO " VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-DESPESAS.
           MOVE "DESPESAS PAGAS (DESPESAS.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT DESPESAS-MASTER.
           IF WS-FS-DESPESAS NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-DESPESAS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ DESPESAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DP-APELIDO = APELIDO
                           PERFORM GRAVA-DESPESA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESPESAS-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-DESPESAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-DESPESA.
           MOVE DP-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "EVENTO " DP-EVENTO " " DP-DESCRICAO
               " VALOR " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-DEBITOS.
           MOVE "DEBITOS (DEBITOS.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT DEBITOS-MASTER.
           IF WS-FS-DEBITOS NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-DEBITOS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ DEBITOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DB-DEVEDOR = APELIDO OR DB-CREDOR = APELIDO
                           PERFORM GRAVA-DEBITO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEBITOS-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-DEBITOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-DEBITO.
           MOVE DB-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA-TRAB.
           IF DB-DEVEDOR = APELIDO
               STRING "EVENTO " DB-EVENTO " DEVE A " DB-CREDOR
                   " VALOR " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           ELSE
               STRING "EVENTO " DB-EVENTO " RECEBE DE " DB-DEVEDOR
                   " VALOR " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
           END-IF.
           IF DB-QUITADO
               STRING " QUITADO EM " DB-DATA-QUIT(7:2) "/"
                   DB-DATA-QUIT(5:2) "/" DB-DATA-QUIT(1:4)
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB(56:)
           ELSE
               MOVE " EM ABERTO" TO WS-LINHA-TRAB(56:)
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-RATPESO.
           MOVE "PESOS NO RATEIO (RATPESO.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT RATPESO-MASTER.
           IF WS-FS-RATPESO NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-RATPESO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ RATPESO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF RW-APELIDO = APELIDO
                           PERFORM GRAVA-PESO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATPESO-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-RATPESO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-PESO.
           MOVE RW-PESO TO WS-PESO-EDIT.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "EVENTO " RW-EVENTO " PESO " WS-PESO-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       SECAO-EMAILINV.
           MOVE "EMAIL DEVOLVIDO (EMAILINV.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           OPEN INPUT EMAILINV-MASTER.
           IF WS-FS-EMAILINV NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-EMAILINV-FIM
           END-IF.
           MOVE APELIDO TO EI-APELIDO.
           READ EMAILINV-MASTER
               INVALID KEY
                   PERFORM GRAVA-NENHUM
               NOT INVALID KEY
                   MOVE SPACES TO WS-LINHA-TRAB
                   STRING FUNCTION TRIM(EI-EMAIL) " DEVOLVIDO EM "
                       EI-DATA(7:2) "/" EI-DATA(5:2) "/" EI-DATA(1:4)
                       ": " EI-MOTIVO
                       DELIMITED BY SIZE INTO WS-LINHA-TRAB
                   WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB
           END-READ.
           CLOSE EMAILINV-MASTER.
       SECAO-EMAILINV-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * CADA MENSAGEM DIRIGIDA AO TITULAR, CABECALHO E CORPO; AS
      * LINHAS DO CORPO SEGUEM O CABECALHO NA ORDEM DA CHAVE.
       SECAO-MENSAGENS.
           MOVE "MENSAGENS (MAILSPL.DAT)" TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE ZEROS TO WS-CONT-SECAO.
           OPEN INPUT MAILSPL-MASTER.
           IF WS-FS-MAILSPL NOT = "00"
               PERFORM GRAVA-NENHUM
               GO TO SECAO-MENSAGENS-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE ZEROS TO WS-ID-TITULAR.
           PERFORM UNTIL FIM-ARQ
               READ MAILSPL-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF MS-ID NOT = ZEROS AND MS-LINHA = ZEROS
                           AND MS-APELIDO = APELIDO
                           MOVE MS-ID TO WS-ID-TITULAR
                           PERFORM GRAVA-MENSAGEM
                       ELSE
                           IF MS-ID NOT = ZEROS
                               AND MS-ID = WS-ID-TITULAR
                               PERFORM GRAVA-LINHA-MENSAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAILSPL-MASTER.
           IF WS-CONT-SECAO = ZEROS
               PERFORM GRAVA-NENHUM
           END-IF.
       SECAO-MENSAGENS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-MENSAGEM.
           EVALUATE TRUE
               WHEN MS-PENDENTE
                   MOVE "PENDENTE" TO WS-MSG-SIT-DESC
               WHEN MS-ENVIADA
                   MOVE "ENVIADA" TO WS-MSG-SIT-DESC
               WHEN MS-DEVOLVIDA
                   MOVE "DEVOLVIDA" TO WS-MSG-SIT-DESC
               WHEN MS-CANCELADA
                   MOVE "CANCELADA" TO WS-MSG-SIT-DESC
               WHEN OTHER
                   MOVE MS-SITUACAO TO WS-MSG-SIT-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "MENSAGEM " MS-ID " DE " MS-DATA-GERACAO(7:2) "/"
               MS-DATA-GERACAO(5:2) "/" MS-DATA-GERACAO(1:4)
               " " WS-MSG-SIT-DESC " ORIGEM " MS-ORIGEM
               " PARA " MS-DESTINO
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "  ASSUNTO: " MS-ASSUNTO
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
       GRAVA-LINHA-MENSAGEM.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "  | " MS-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
      *-----------------------------------------------------------------
       SECAO-HISTORICO.
           MOVE "HISTORICO (AMIGOS.LOG)" TO WS-LINHA-SECAO.
                   MOVE "EXCLUSAO" TO WS-OPER-DESC
               WHEN AU-OP-EXPURGO
                   MOVE "EXPURGO" TO WS-OPER-DESC
               WHEN AU-OP-CONSENTIMENTO
                   MOVE "CONSENTIM" TO WS-OPER-DESC
               WHEN OTHER
                   MOVE AU-OPERACAO TO WS-OPER-DESC
           END-EVALUATE.
               " OPERADOR " AU-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           IF AU-OP-CONSENTIMENTO
               PERFORM GRAVA-MUDANCA-CONSENT
           ELSE
               PERFORM GRAVA-MUDANCA-MESTRE
           END-IF.
           ADD 1 TO WS-CONT-SECAO.
      *-----------------------------------------------------------------
      * AS IMAGENS DA OPERACAO C SAO REGISTROS DE CONSENT.DAT.
       GRAVA-MUDANCA-CONSENT.
           MOVE SPACES TO WS-LINHA-TRAB.
           STRING "  FINALIDADE " AU-VALOR-DEPOIS(13:1)
               ": [" AU-VALOR-ANTES(30:1) "] -> ["
               AU-VALOR-DEPOIS(30:1) "] EM "
               AU-VALOR-DEPOIS(20:2) "/" AU-VALOR-DEPOIS(18:2) "/"
               AU-VALOR-DEPOIS(14:4) " MEIO " AU-VALOR-DEPOIS(31:1)
               DELIMITED BY SIZE INTO WS-LINHA-TRAB.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
      *-----------------------------------------------------------------
       GRAVA-MUDANCA-MESTRE.
           IF AU-VALOR-ANTES(13:30) NOT = AU-VALOR-DEPOIS(13:30)
               MOVE SPACES TO WS-LINHA-TRAB
               STRING "  NOME : [" AU-VALOR-ANTES(13:30) "] -> ["
                   DELIMITED BY SIZE INTO WS-LINHA-TRAB
               WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
