      * ESQUECIMENTO LGPD: APOS CONFIRMACAO,      *
      * REMOVE FISICAMENTE UM TITULAR DE TODOS OS *
      * ARQUIVOS - MESTRE, TELEFONES, ENDERECO,   *
      * GRUPOS, CONTATOS, NOTAS, LEMBRETES,       *
      * VINCULOS (NOS DOIS SENTIDOS), CONVITES,   *
      * HISTORICO DE CONSENTIMENTO, PRESENTES,    *
      * DESPESAS QUE PAGOU, DEBITOS EM QUE DEVE   *
      * OU RECEBE, PESOS NO RATEIO, EMAIL         *
      * DEVOLVIDO, MENSAGENS DO SPOOL DIRIGIDAS A *
      * ELE, INDICE DE NOMES E AS LINHAS DELE NO  *
      * AMIGOS.LOG - E IMPRIME O CERTIFICADO      *
      * LGPDCERT.LST COM O QUE FOI REMOVIDO DE    *
      * CADA ARQUIVO. NENHUM REGISTRO DE LOG      *
      * GRAVADO AQUI LEVA O APELIDO DO TITULAR,   *
      * POIS ISSO O RECRIARIA. NO LOG, A LINHA    *
      * NUMERADA DO TITULAR VIRA UMA MARCA DE     *
      * REMOCAO (OPERACAO X) QUE CONSERVA A       *
      * SEQUENCIA E O VERIFICADOR, E A EXECUCAO E *
      * REGISTRADA PELO GRAVAUDI COMO UMA         *
      * OPERACAO L COM APELIDO EM BRANCO, COM A   *
      * MESMA REFERENCIA DAS MARCAS E A           *
      * QUANTIDADE DELAS.                         *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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

       FD  ARQ-CORRENTE
           LABEL RECORDS STANDARD.
       01  CORRENTE-REC            PIC X(221).

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-CONTATO      PIC XX VALUE SPACES.
       01 WS-FS-NOTAS        PIC XX VALUE SPACES.
       01 WS-FS-LEMBRETE     PIC XX VALUE SPACES.
       01 WS-FS-VINCULO      PIC XX VALUE SPACES.
       01 WS-FS-CONVITES     PIC XX VALUE SPACES.
       01 WS-FS-CONSENT      PIC XX VALUE SPACES.
       01 WS-FS-PRESENTE     PIC XX VALUE SPACES.
       01 WS-FS-DESPESAS     PIC XX VALUE SPACES.
       01 WS-FS-DEBITOS      PIC XX VALUE SPACES.
       01 WS-FS-RATPESO      PIC XX VALUE SPACES.
       01 WS-FS-EMAILINV     PIC XX VALUE SPACES.
       01 WS-FS-MAILSPL      PIC XX VALUE SPACES.
       01 WS-FS-AUDIT        PIC XX VALUE SPACES.
       01 WS-FS-CORRENTE     PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-CONT-CHAVES     PIC 9(03) VALUE ZEROS.
       01 WS-APAGADOS-LOTE   PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CHAVES.
           05 WS-CHAVE-SALVA OCCURS 200 TIMES PIC X(29).
       01 WS-REM-MESTRE      PIC 9(03) VALUE ZEROS.
       01 WS-REM-FONES       PIC 9(03) VALUE ZEROS.
       01 WS-REM-ENDER       PIC 9(03) VALUE ZEROS.
       01 WS-REM-GRUPO       PIC 9(03) VALUE ZEROS.
       01 WS-REM-CONTATOS    PIC 9(03) VALUE ZEROS.
       01 WS-REM-NOTAS       PIC 9(03) VALUE ZEROS.
       01 WS-REM-LEMBRETES   PIC 9(03) VALUE ZEROS.
       01 WS-REM-VINCULOS    PIC 9(03) VALUE ZEROS.
       01 WS-REM-CONVITES    PIC 9(03) VALUE ZEROS.
       01 WS-REM-CONSENT     PIC 9(03) VALUE ZEROS.
       01 WS-REM-PRESENTES   PIC 9(03) VALUE ZEROS.
       01 WS-REM-DESPESAS    PIC 9(03) VALUE ZEROS.
       01 WS-REM-DEBITOS     PIC 9(03) VALUE ZEROS.
       01 WS-REM-RATPESO     PIC 9(03) VALUE ZEROS.
       01 WS-REM-EMAILINV    PIC 9(03) VALUE ZEROS.
       01 WS-REM-MAILSPL     PIC 9(05) VALUE ZEROS.
       01 WS-ID-TITULAR      PIC 9(08) VALUE ZEROS.
       01 WS-REM-LOG         PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-TITULO    PIC X(44) VALUE
           "CERTIFICADO DE ESQUECIMENTO LGPD".
       01 WS-LINHA-BRANCO    PIC X(80) VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-AGORA           PIC 9(08) VALUE ZEROS.
       01 WS-MARCAS-LOG      PIC 9(09) VALUE ZEROS.
       01 WS-APELIDO-BRANCO  PIC X(12) VALUE SPACES.
       01 WS-REFERENCIA.
           05 FILLER             PIC X(18) VALUE "ESQUECIMENTO LGPD ".
           05 WF-DATA            PIC 9(08) VALUE ZEROS.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WF-HORA            PIC 9(08) VALUE ZEROS.
       01 WS-LINHA-CADEIA.
           05 FILLER             PIC X(22)
               VALUE "REFERENCIA NO LOG   : ".
           05 WC-REFERENCIA      PIC X(35).
       01 WS-VALOR-ANTES     PIC X(81) VALUE SPACES.
       01 WS-VALOR-DEPOIS    PIC X(81) VALUE SPACES.
       01 WS-LINHA-MARCAS.
           05 FILLER             PIC X(24)
               VALUE "REGISTROS SUBSTITUIDOS: ".
           05 WM-QTDE            PIC 9(09).
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: CONTAGENS E MARCAS SAO DE CADA
      *    ESQUECIMENTO, NAO DA SESSAO.
           MOVE ZEROS TO WS-REM-MESTRE WS-REM-FONES WS-REM-ENDER
               WS-REM-GRUPO WS-REM-CONTATOS WS-REM-NOTAS
               WS-REM-LEMBRETES WS-REM-VINCULOS WS-REM-CONVITES
               WS-REM-CONSENT WS-REM-PRESENTES WS-REM-DESPESAS
               WS-REM-DEBITOS WS-REM-RATPESO WS-REM-EMAILINV
               WS-REM-MAILSPL WS-REM-LOG WS-ID-TITULAR WS-MARCAS-LOG.
           DISPLAY "ESQUECIMENTO LGPD - REMOCAO DEFINITIVA".
       ROT-APELIDO.
           DISPLAY "APELIDO: ".
           PERFORM REMOVE-GRUPO THRU REMOVE-GRUPO-FIM.
           PERFORM REMOVE-CONTATOS THRU REMOVE-CONTATOS-FIM.
           PERFORM REMOVE-NOTAS THRU REMOVE-NOTAS-FIM.
           PERFORM REMOVE-LEMBRETES THRU REMOVE-LEMBRETES-FIM.
           PERFORM REMOVE-VINCULOS THRU REMOVE-VINCULOS-FIM.
           PERFORM REMOVE-CONVITES THRU REMOVE-CONVITES-FIM.
           PERFORM REMOVE-CONSENT THRU REMOVE-CONSENT-FIM.
           PERFORM REMOVE-PRESENTES THRU REMOVE-PRESENTES-FIM.
           PERFORM REMOVE-DESPESAS THRU REMOVE-DESPESAS-FIM.
           PERFORM REMOVE-DEBITOS THRU REMOVE-DEBITOS-FIM.
           PERFORM REMOVE-RATPESO THRU REMOVE-RATPESO-FIM.
           PERFORM REMOVE-EMAILINV THRU REMOVE-EMAILINV-FIM.
           PERFORM REMOVE-MAILSPL THRU REMOVE-MAILSPL-FIM.
           PERFORM REMOVE-INDICE.
           PERFORM EXPURGA-LOG THRU EXPURGA-LOG-FIM.
           PERFORM GRAVA-CERTIFICADO.
           OPEN I-O AMIGRUP-MASTER.
           IF WS-FS-AMIGRUP NOT = "00"
               GO TO REMOVE-GRUPO-FIM.
      *    VARRE EM LOTES DE 200 ATE NAO SOBRAR GRUPO DO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-GRUPOS UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE AMIGRUP-MASTER.
       REMOVE-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-GRUPOS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO AG-APELIDO.
           MOVE LOW-VALUES TO AG-GRUPO.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF AG-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE AG-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:15) TO AG-CHAVE
               DELETE AMIGRUP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-GRUPO
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER GRUPOS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-CONTATOS.
           OPEN I-O CONTATO-MASTER.
               DISPLAY "ERRO AO REMOVER NOTAS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-LEMBRETES.
           OPEN I-O LEMBRETE-MASTER.
           IF WS-FS-LEMBRETE NOT = "00"
               GO TO REMOVE-LEMBRETES-FIM.
      *    VARRE EM LOTES DE 200 ATE NAO SOBRAR REGISTRO DO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-LEMBRETES UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE LEMBRETE-MASTER.
       REMOVE-LEMBRETES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-LEMBRETES.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO LB-APELIDO.
           MOVE ZEROS TO LB-SEQ.
           START LEMBRETE-MASTER KEY NOT < LB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF LB-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE LB-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:15) TO LB-CHAVE
               DELETE LEMBRETE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-LEMBRETES
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER LEMBRETES - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-VINCULOS.
           OPEN I-O VINCULO-MASTER.
           IF WS-FS-VINCULO NOT = "00"
               GO TO REMOVE-VINCULOS-FIM.
      *    VARRE EM LOTES DE 200 ATE NAO SOBRAR VINCULO DO TITULAR; O
      *    INVERSO (PARENTE -> TITULAR) SAI JUNTO.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-VINCULOS UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE VINCULO-MASTER.
       REMOVE-VINCULOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-VINCULOS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO VI-APELIDO.
           MOVE LOW-VALUES TO VI-PARENTE.
           START VINCULO-MASTER KEY NOT < VI-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF VI-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE VI-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:24) TO VI-CHAVE
               DELETE VINCULO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-VINCULOS
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
               MOVE WS-CHAVE-SALVA (WS-IND)(13:12) TO VI-APELIDO
               MOVE APELIDO TO VI-PARENTE
               DELETE VINCULO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-VINCULOS
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER VINCULOS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-CONVITES.
           OPEN I-O CONVITES-MASTER.
               DISPLAY "ERRO AO REMOVER CONVITES - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-CONSENT.
           OPEN I-O CONSENT-MASTER.
           IF WS-FS-CONSENT NOT = "00"
               GO TO REMOVE-CONSENT-FIM.
      *    VARRE EM LOTES DE 200 ATE NAO SOBRAR REGISTRO DO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-CONSENT UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE CONSENT-MASTER.
       REMOVE-CONSENT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-CONSENT.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO CS-APELIDO.
           MOVE LOW-VALUES TO CS-FINALIDADE.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF CS-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE CS-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND) TO CS-CHAVE
               DELETE CONSENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-CONSENT
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER CONSENTIMENTOS - "
                   "REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-PRESENTES.
           OPEN I-O PRESENTE-MASTER.
           IF WS-FS-PRESENTE NOT = "00"
               GO TO REMOVE-PRESENTES-FIM.
      *    VARRE EM LOTES DE 200 ATE NAO SOBRAR REGISTRO DO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-PRESENTES UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE PRESENTE-MASTER.
       REMOVE-PRESENTES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-PRESENTES.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE APELIDO TO PR-APELIDO.
           MOVE ZEROS TO PR-ANO.
           MOVE LOW-VALUES TO PR-OCASIAO PR-SENTIDO.
           START PRESENTE-MASTER KEY NOT < PR-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ PRESENTE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF PR-APELIDO NOT = APELIDO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE PR-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:18) TO PR-CHAVE
               DELETE PRESENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-PRESENTES
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER PRESENTES - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-DESPESAS.
           OPEN I-O DESPESAS-MASTER.
           IF WS-FS-DESPESAS NOT = "00"
               GO TO REMOVE-DESPESAS-FIM.
      *    A CHAVE E O EVENTO: VARRE O ARQUIVO TODO EM LOTES DE 200
      *    ATE NAO SOBRAR DESPESA PAGA PELO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-DESPESAS UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE DESPESAS-MASTER.
       REMOVE-DESPESAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-DESPESAS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO DP-CHAVE.
           START DESPESAS-MASTER KEY NOT < DP-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ DESPESAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DP-APELIDO = APELIDO
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE DP-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:7) TO DP-CHAVE
               DELETE DESPESAS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-DESPESAS
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER DESPESAS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-DEBITOS.
           OPEN I-O DEBITOS-MASTER.
           IF WS-FS-DEBITOS NOT = "00"
               GO TO REMOVE-DEBITOS-FIM.
      *    A CHAVE E O EVENTO: VARRE O ARQUIVO TODO EM LOTES DE 200
      *    ATE NAO SOBRAR DEBITO EM QUE O TITULAR DEVE OU RECEBE.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-DEBITOS UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE DEBITOS-MASTER.
       REMOVE-DEBITOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-DEBITOS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO DB-CHAVE.
           START DEBITOS-MASTER KEY NOT < DB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ DEBITOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DB-DEVEDOR = APELIDO OR DB-CREDOR = APELIDO
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE DB-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:7) TO DB-CHAVE
               DELETE DEBITOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-DEBITOS
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER DEBITOS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-RATPESO.
           OPEN I-O RATPESO-MASTER.
           IF WS-FS-RATPESO NOT = "00"
               GO TO REMOVE-RATPESO-FIM.
      *    A CHAVE COMECA PELO EVENTO: VARRE O ARQUIVO TODO EM LOTES
      *    DE 200 ATE NAO SOBRAR PESO DO TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-RATPESO UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE RATPESO-MASTER.
       REMOVE-RATPESO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-RATPESO.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO RW-CHAVE.
           START RATPESO-MASTER KEY NOT < RW-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ RATPESO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF RW-APELIDO = APELIDO
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE RW-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:16) TO RW-CHAVE
               DELETE RATPESO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-RATPESO
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER PESOS DO RATEIO - "
                   "REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-EMAILINV.
           OPEN I-O EMAILINV-MASTER.
           IF WS-FS-EMAILINV NOT = "00"
               GO TO REMOVE-EMAILINV-FIM.
           MOVE APELIDO TO EI-APELIDO.
           READ EMAILINV-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE EMAILINV-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-REM-EMAILINV
                   END-DELETE
           END-READ.
           CLOSE EMAILINV-MASTER.
       REMOVE-EMAILINV-FIM.
           EXIT.
      *-----------------------------------------------------------------
       REMOVE-MAILSPL.
           OPEN I-O MAILSPL-MASTER.
           IF WS-FS-MAILSPL NOT = "00"
               GO TO REMOVE-MAILSPL-FIM.
      *    SAI A MENSAGEM INTEIRA (CABECALHO E CORPO) DE TODA MENSAGEM
      *    DIRIGIDA AO TITULAR, EM LOTES DE 200. O ID DA ULTIMA
      *    MENSAGEM DELE FICA GUARDADO PARA QUE O CORPO CORTADO NO FIM
      *    DE UM LOTE SAIA NO LOTE SEGUINTE.
           MOVE ZEROS TO WS-ID-TITULAR.
           MOVE 1 TO WS-CONT-CHAVES.
           PERFORM APAGA-LOTE-MAILSPL UNTIL WS-CONT-CHAVES = ZEROS.
           CLOSE MAILSPL-MASTER.
       REMOVE-MAILSPL-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-LOTE-MAILSPL.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO MS-CHAVE.
           START MAILSPL-MASTER KEY NOT < MS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ OR WS-CONT-CHAVES = 200
               READ MAILSPL-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF MS-ID NOT = ZEROS AND MS-LINHA = ZEROS
                           AND MS-APELIDO = APELIDO
                           MOVE MS-ID TO WS-ID-TITULAR
                       END-IF
                       IF MS-ID NOT = ZEROS AND MS-ID = WS-ID-TITULAR
                           ADD 1 TO WS-CONT-CHAVES
                           MOVE MS-CHAVE TO
                               WS-CHAVE-SALVA (WS-CONT-CHAVES)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:11) TO MS-CHAVE
               DELETE MAILSPL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REM-MAILSPL
                       ADD 1 TO WS-APAGADOS-LOTE
               END-DELETE
           END-PERFORM.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER MENSAGENS - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       REMOVE-INDICE.
           CALL "ATUANDX" USING APELIDO WS-NOME-SALVO WS-NOME-BRANCO.
           IF WS-FS-AUDIT NOT = "00"
               GO TO EXPURGA-LOG-FIM.
           OPEN OUTPUT ARQ-CORRENTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WF-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WF-HORA.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ AUDIT-LOG
                   NOT AT END
                       IF AU-APELIDO = APELIDO
                           ADD 1 TO WS-REM-LOG
                           PERFORM MARCA-REMOCAO THRU MARCA-REMOCAO-FIM
                       ELSE
                           WRITE CORRENTE-REC FROM AUDIT-REC
                       END-IF
           END-PERFORM.
           CLOSE ARQ-CORRENTE AUDIT-LOG.
           CALL "CBL_DELETE_FILE" USING "AMIGLOG.TMP".
           IF WS-MARCAS-LOG > ZEROS
               MOVE WS-REFERENCIA TO WS-VALOR-ANTES
               MOVE WS-MARCAS-LOG TO WM-QTDE
               MOVE WS-LINHA-MARCAS TO WS-VALOR-DEPOIS
               CALL "GRAVAUDI" USING WS-APELIDO-BRANCO "L"
                   WS-VALOR-ANTES WS-VALOR-DEPOIS
           END-IF.
       EXPURGA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * LINHA NUMERADA: FICA NO LUGAR UMA MARCA SEM DADO PESSOAL, COM A
      * MESMA DATA, SEQUENCIA E VERIFICADOR. LINHA ANTERIOR A CADEIA E
      * SIMPLESMENTE RETIRADA, COMO ANTES.
       MARCA-REMOCAO.
           IF AU-SEQUENCIA NOT NUMERIC OR AU-SEQUENCIA = ZEROS
               GO TO MARCA-REMOCAO-FIM.
           MOVE SPACES TO AU-APELIDO AU-VALOR-ANTES AU-VALOR-DEPOIS
               AU-OPERADOR.
           MOVE "X" TO AU-OPERACAO.
           MOVE WS-REFERENCIA TO AU-VALOR-ANTES.
           WRITE CORRENTE-REC FROM AUDIT-REC.
           ADD 1 TO WS-MARCAS-LOG.
       MARCA-REMOCAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-CERTIFICADO.
           OPEN OUTPUT RELATORIO.
           MOVE "ENDERECO (ENDER.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-ENDER TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "GRUPOS (AMIGRUP.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-GRUPO TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "CONTATOS (CONTATO.DAT)" TO WR-ARQUIVO.
           MOVE "NOTAS (NOTAS.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-NOTAS TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "LEMBRETES (LEMBRETE.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-LEMBRETES TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "VINCULOS (VINCULO.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-VINCULOS TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "CONVITES (CONVITES.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-CONVITES TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "CONSENTIMENTOS (CONSENT.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-CONSENT TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "PRESENTES (PRESENTE.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-PRESENTES TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "DESPESAS PAGAS (DESPESAS.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-DESPESAS TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "DEBITOS (DEBITOS.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-DEBITOS TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "PESOS DO RATEIO (RATPESO.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-RATPESO TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "EMAIL DEVOLVIDO (EMAILINV.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-EMAILINV TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "MENSAGENS (MAILSPL.DAT)" TO WR-ARQUIVO.
           MOVE WS-REM-MAILSPL TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           MOVE "HISTORICO (AMIGOS.LOG)" TO WR-ARQUIVO.
           MOVE WS-REM-LOG TO WR-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REMOCAO.
           IF WS-MARCAS-LOG > ZEROS
               WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO
               MOVE WS-REFERENCIA TO WC-REFERENCIA
               WRITE LINHA-RELATORIO FROM WS-LINHA-CADEIA
           END-IF.
           CLOSE RELATORIO.
           MOVE "LGPDCERT.LST" TO RP-ARQUIVO.
           MOVE "LGPDESQ" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
