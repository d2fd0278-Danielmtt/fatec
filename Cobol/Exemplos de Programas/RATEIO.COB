       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIO.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * RATEIO DAS DESPESAS DE UM EVENTO ENTRE OS *
      * CONVIDADOS CONFIRMADOS (CV-CONFIRMADO),   *
      * PELOS PESOS DE RATPESO.DAT (SEM PESO =    *
      * 1,00). CALCULA O SALDO DE CADA UM, GRAVA  *
      * EM DEBITOS.DAT A LISTA MINIMA DE "QUEM    *
      * PAGA A QUEM" E IMPRIME RATEIO.LST COM OS  *
      * SALDOS EM ABERTO DE EVENTOS ANTERIORES.   *
      * QUEM PAGOU DESPESA SEM ESTAR CONFIRMADO   *
      * ENTRA COM PESO ZERO (SO RECEBE).          *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CONVITES.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT DESPESA-MASTER ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DESPESA.
           SELECT RATPESO-MASTER ASSIGN TO "RATPESO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CHAVE
               FILE STATUS IS WS-FS-RATPESO.
           SELECT DEBITO-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CHAVE
               FILE STATUS IS WS-FS-DEBITO.
           SELECT RELATORIO ASSIGN TO "RATEIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  DESPESA-MASTER
           LABEL RECORDS STANDARD.
       COPY "DESPESAR.CPY".

       FD  RATPESO-MASTER
           LABEL RECORDS STANDARD.
       COPY "RATPESOR.CPY".

       FD  DEBITO-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-EVENTOS      PIC XX VALUE SPACES.
       01 WS-FS-CONVITES     PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-DESPESA      PIC XX VALUE SPACES.
       01 WS-FS-RATPESO      PIC XX VALUE SPACES.
       01 WS-FS-DEBITO       PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-RATPESO-ABERTO  PIC X VALUE "N".
           88 RATPESO-ABERTO     VALUE "S".
       01 WS-RATEIO-OK       PIC X VALUE "S".
           88 RATEIO-OK          VALUE "S" FALSE "N".
       01 WS-EVENTO          PIC X(04) VALUE SPACES.
       01 WS-CONFIRMA        PIC X(01) VALUE SPACES.
       01 WS-MASCARA         PIC 99/99/9999.
       01 WS-MASCAR1         PIC *9/99/9999.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-ACHOU       PIC 9(03) VALUE ZEROS.
       01 WS-IND-DEVE        PIC 9(03) VALUE ZEROS.
       01 WS-IND-RECEBE      PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PART        PIC 9(03) VALUE ZEROS.
       01 WS-QTD-CONFIRM     PIC 9(03) VALUE ZEROS.
       01 WS-QTD-DESPESAS    PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PAGTOS      PIC 9(03) VALUE ZEROS.
       01 WS-QTD-ABERTOS     PIC 9(03) VALUE ZEROS.
       01 WS-QTD-QUITADOS    PIC 9(03) VALUE ZEROS.
       01 WS-APELIDO-BUSCA   PIC X(12) VALUE SPACES.
       01 WS-TOTAL-DESPESAS  PIC 9(07)V99 VALUE ZEROS.
       01 WS-SOMA-PESOS      PIC 9(05)V99 VALUE ZEROS.
       01 WS-SOMA-COTAS      PIC 9(07)V99 VALUE ZEROS.
       01 WS-DIFERENCA       PIC S9(07)V99 VALUE ZEROS.
       01 WS-MAIOR-DEBITO    PIC S9(07)V99 VALUE ZEROS.
       01 WS-MAIOR-CREDITO   PIC S9(07)V99 VALUE ZEROS.
       01 WS-VALOR-PAGTO     PIC 9(07)V99 VALUE ZEROS.
       01 WS-TABELA-PART.
           05 WS-PART OCCURS 200 TIMES.
               10 WS-PT-APELIDO      PIC X(12).
               10 WS-PT-PESO         PIC 9(01)V99.
               10 WS-PT-PAGO         PIC 9(07)V99.
               10 WS-PT-COTA         PIC 9(07)V99.
               10 WS-PT-SALDO        PIC S9(07)V99.
               10 WS-PT-ANTERIOR     PIC S9(07)V99.
               10 WS-PT-RESTO        PIC S9(07)V99.
       01 WS-TABELA-CHAVES.
           05 WS-CHAVE-SALVA OCCURS 200 TIMES PIC X(07).
       01 WS-LINHA-CABEC1.
           05 WC-DESCRICAO       PIC X(31).
           05 WC-DATA            PIC X(11).
           05 WC-LOCAL           PIC X(30).
       01 WS-LINHA-TITULO      PIC X(60) VALUE SPACES.
       01 WS-LINHA-DESPESA.
           05 WD-SEQ             PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-APELIDO         PIC X(13).
           05 WD-DESCRICAO       PIC X(31).
           05 WD-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(49).
           05 WT-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-CABEC-PART.
           05 FILLER             PIC X(13) VALUE "APELIDO".
           05 FILLER             PIC X(21) VALUE "NOME".
           05 FILLER             PIC X(05) VALUE " PESO".
           05 FILLER             PIC X(11) VALUE "       PAGO".
           05 FILLER             PIC X(11) VALUE "       COTA".
           05 FILLER             PIC X(12) VALUE "  SALDO EVT.".
           05 FILLER             PIC X(12) VALUE "    ANTERIOR".
           05 FILLER             PIC X(12) VALUE "   ACUMULADO".
       01 WS-LINHA-PART.
           05 WP-APELIDO         PIC X(13).
           05 WP-NOME            PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-PESO            PIC Z9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-PAGO            PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-COTA            PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-SALDO           PIC -ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-ANTERIOR        PIC -ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WP-ACUMULADO       PIC -ZZZ.ZZ9,99.
       01 WS-LINHA-PAGTO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WG-DEVEDOR         PIC X(12).
           05 FILLER             PIC X(08) VALUE " PAGA A ".
           05 WG-CREDOR          PIC X(12).
           05 FILLER             PIC X(04) VALUE " R$ ".
           05 WG-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-CONTA.
           05 WN-DESCRICAO       PIC X(30).
           05 WN-QTDE            PIC ZZ9.
       01 WS-LINHA-BRANCO      PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: NADA DO EVENTO ANTERIOR FICA.
           MOVE ZEROS TO WS-QTD-PART WS-QTD-CONFIRM WS-QTD-DESPESAS
               WS-QTD-PAGTOS WS-TOTAL-DESPESAS.
           MOVE "S" TO WS-RATEIO-OK.
           MOVE "N" TO WS-RATPESO-ABERTO.
           PERFORM ESCOLHE-EVENTO THRU ESCOLHE-EVENTO-FIM.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF NOT RATEIO-OK
               GO TO FIM
           END-IF.
           PERFORM CONFERE-DEBITOS THRU CONFERE-DEBITOS-FIM.
           IF NOT RATEIO-OK
               GO TO ENCERRA
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM MONTA-CABECALHO.
           PERFORM CARREGA-CONFIRMADOS.
           PERFORM CARREGA-DESPESAS.
           IF WS-TOTAL-DESPESAS = ZEROS
               DISPLAY "EVENTO SEM DESPESAS - NADA A RATEAR"
               MOVE "EVENTO SEM DESPESAS - NADA A RATEAR" TO
                   WS-LINHA-TITULO
               WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO
               CLOSE RELATORIO
               PERFORM ARQUIVA-RELATORIO
               GO TO ENCERRA
           END-IF.
           PERFORM CALCULA-COTAS THRU CALCULA-COTAS-FIM.
           IF NOT RATEIO-OK
               CLOSE RELATORIO
               PERFORM ARQUIVA-RELATORIO
               GO TO ENCERRA
           END-IF.
           PERFORM APAGA-DEBITOS-EVENTO.
           PERFORM CALCULA-ANTERIOR.
           PERFORM IMPRIME-PARTICIPANTES.
           PERFORM LIQUIDA-SALDOS.
           CLOSE RELATORIO.
           PERFORM ARQUIVA-RELATORIO.
           DISPLAY "TOTAL DAS DESPESAS : " WS-TOTAL-DESPESAS.
           DISPLAY "PARTICIPANTES      : " WS-QTD-PART.
           DISPLAY "PAGAMENTOS GERADOS : " WS-QTD-PAGTOS.
           DISPLAY "RELATORIO GERADO   : RATEIO.LST".
       ENCERRA.
           CLOSE CONVITES-MASTER AMIGOS-MASTER DESPESA-MASTER
               DEBITO-MASTER.
           IF RATPESO-ABERTO
               CLOSE RATPESO-MASTER
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       ARQUIVA-RELATORIO.
           MOVE "RATEIO.LST" TO RP-ARQUIVO.
           MOVE "RATEIO" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
      *-----------------------------------------------------------------
       ESCOLHE-EVENTO.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS NOT = "00"
               DISPLAY "TABELA DE EVENTOS NAO ENCONTRADA - USE O MENU"
               GOBACK
           END-IF.
       ROT-EVENTO.
           DISPLAY "CODIGO DO EVENTO: ".
           ACCEPT WS-EVENTO.
           IF WS-EVENTO = SPACES
               GO TO ROT-EVENTO.
           MOVE WS-EVENTO TO EV-CODIGO.
           READ EVENTOS-MASTER
               INVALID KEY
                   DISPLAY "EVENTO NAO CADASTRADO"
                   GO TO ROT-EVENTO
           END-READ.
           CLOSE EVENTOS-MASTER.
       ESCOLHE-EVENTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-DEBITOS.
      *    RATEIO JA FEITO: SO PODE SER REFEITO SE NENHUM PAGAMENTO
      *    DO EVENTO FOI QUITADO AINDA.
           MOVE ZEROS TO WS-QTD-ABERTOS WS-QTD-QUITADOS.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE WS-EVENTO TO DB-EVENTO.
           MOVE ZEROS TO DB-SEQ.
           START DEBITO-MASTER KEY NOT < DB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ DEBITO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DB-EVENTO NOT = WS-EVENTO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           IF DB-QUITADO
                               ADD 1 TO WS-QTD-QUITADOS
                           ELSE
                               IF WS-QTD-ABERTOS < 200
                                   ADD 1 TO WS-QTD-ABERTOS
                                   MOVE DB-CHAVE TO
                                       WS-CHAVE-SALVA (WS-QTD-ABERTOS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-QTD-QUITADOS > ZEROS
               DISPLAY "EVENTO JA TEM PAGAMENTOS QUITADOS - O RATEIO"
               DISPLAY "NAO PODE SER REFEITO"
               SET RATEIO-OK TO FALSE
               GO TO CONFERE-DEBITOS-FIM
           END-IF.
           IF WS-QTD-ABERTOS > ZEROS
               DISPLAY "EVENTO JA RATEADO (" WS-QTD-ABERTOS
                   " PAGAMENTOS EM ABERTO)"
               DISPLAY "REFAZER O RATEIO? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "RATEIO CANCELADO PELO OPERADOR"
                   SET RATEIO-OK TO FALSE
               END-IF
           END-IF.
       CONFERE-DEBITOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APAGA-DEBITOS-EVENTO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-ABERTOS
               MOVE WS-CHAVE-SALVA (WS-IND) TO DB-CHAVE
               DELETE DEBITO-MASTER
                   INVALID KEY
                       DISPLAY "ERRO AO APAGAR PAGAMENTO " DB-CHAVE
               END-DELETE
           END-PERFORM.
      *-----------------------------------------------------------------
       MONTA-CABECALHO.
           MOVE EV-DESCRICAO TO WC-DESCRICAO.
           CALL "FORMATDT" USING EV-DATA WS-MASCARA WS-MASCAR1.
           MOVE WS-MASCARA TO WC-DATA.
           MOVE EV-LOCAL TO WC-LOCAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           MOVE "RATEIO DAS DESPESAS DO EVENTO" TO WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
      *-----------------------------------------------------------------
       CARREGA-CONFIRMADOS.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE WS-EVENTO TO CV-EVENTO.
           MOVE LOW-VALUES TO CV-APELIDO.
           START CONVITES-MASTER KEY NOT < CV-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ CONVITES-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF CV-EVENTO NOT = WS-EVENTO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           IF CV-CONFIRMADO
                               PERFORM INCLUI-CONFIRMADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       INCLUI-CONFIRMADO.
           IF WS-QTD-PART < 200
               ADD 1 TO WS-QTD-PART WS-QTD-CONFIRM
               MOVE CV-APELIDO TO WS-PT-APELIDO (WS-QTD-PART)
               MOVE 1 TO WS-PT-PESO (WS-QTD-PART)
               MOVE ZEROS TO WS-PT-PAGO (WS-QTD-PART)
                   WS-PT-COTA (WS-QTD-PART) WS-PT-SALDO (WS-QTD-PART)
                   WS-PT-ANTERIOR (WS-QTD-PART)
               IF RATPESO-ABERTO
                   MOVE WS-EVENTO TO RW-EVENTO
                   MOVE CV-APELIDO TO RW-APELIDO
                   READ RATPESO-MASTER
                       NOT INVALID KEY
                           MOVE RW-PESO TO WS-PT-PESO (WS-QTD-PART)
                   END-READ
               END-IF
           ELSE
               DISPLAY "MAIS DE 200 CONFIRMADOS - IGNORADO "
                   CV-APELIDO
           END-IF.
      *-----------------------------------------------------------------
       CARREGA-DESPESAS.
           MOVE "DESPESAS" TO WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE WS-EVENTO TO DP-EVENTO.
           MOVE ZEROS TO DP-SEQ.
           START DESPESA-MASTER KEY NOT < DP-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ DESPESA-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DP-EVENTO NOT = WS-EVENTO
                           SET FIM-ARQ TO TRUE
                       ELSE
                           PERFORM SOMA-DESPESA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "TOTAL DAS DESPESAS" TO WT-DESCRICAO.
           MOVE WS-TOTAL-DESPESAS TO WT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
      *-----------------------------------------------------------------
       SOMA-DESPESA.
           ADD 1 TO WS-QTD-DESPESAS.
           ADD DP-VALOR TO WS-TOTAL-DESPESAS.
           MOVE DP-SEQ TO WD-SEQ.
           MOVE DP-APELIDO TO WD-APELIDO.
           MOVE DP-DESCRICAO TO WD-DESCRICAO.
           MOVE DP-VALOR TO WD-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DESPESA.
           MOVE DP-APELIDO TO WS-APELIDO-BUSCA.
           PERFORM ACHA-PARTICIPANTE.
           IF WS-IND-ACHOU = ZEROS
               IF WS-QTD-PART < 200
                   ADD 1 TO WS-QTD-PART
                   MOVE WS-QTD-PART TO WS-IND-ACHOU
                   MOVE DP-APELIDO TO WS-PT-APELIDO (WS-IND-ACHOU)
                   MOVE ZEROS TO WS-PT-PESO (WS-IND-ACHOU)
                       WS-PT-PAGO (WS-IND-ACHOU)
                       WS-PT-COTA (WS-IND-ACHOU)
                       WS-PT-SALDO (WS-IND-ACHOU)
                       WS-PT-ANTERIOR (WS-IND-ACHOU)
               ELSE
                   DISPLAY "MAIS DE 200 PARTICIPANTES - RATEIO RECUSADO"
                   SET RATEIO-OK TO FALSE
               END-IF
           END-IF.
           IF WS-IND-ACHOU > ZEROS
               ADD DP-VALOR TO WS-PT-PAGO (WS-IND-ACHOU)
           END-IF.
      *-----------------------------------------------------------------
       ACHA-PARTICIPANTE.
           MOVE ZEROS TO WS-IND-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART OR WS-IND-ACHOU > ZEROS
               IF WS-PT-APELIDO (WS-IND) = WS-APELIDO-BUSCA
                   MOVE WS-IND TO WS-IND-ACHOU
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       CALCULA-COTAS.
      *    COTA = TOTAL * PESO / SOMA DOS PESOS. A SOBRA DO
      *    ARREDONDAMENTO VAI PARA O PRIMEIRO PARTICIPANTE COM PESO.
           IF NOT RATEIO-OK
               GO TO CALCULA-COTAS-FIM.
           MOVE ZEROS TO WS-SOMA-PESOS WS-SOMA-COTAS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART
               ADD WS-PT-PESO (WS-IND) TO WS-SOMA-PESOS
           END-PERFORM.
           IF WS-SOMA-PESOS = ZEROS
               DISPLAY "NENHUM CONFIRMADO COM PESO - NADA A RATEAR"
               SET RATEIO-OK TO FALSE
               GO TO CALCULA-COTAS-FIM
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART
               COMPUTE WS-PT-COTA (WS-IND) ROUNDED =
                   WS-TOTAL-DESPESAS * WS-PT-PESO (WS-IND)
                   / WS-SOMA-PESOS
               ADD WS-PT-COTA (WS-IND) TO WS-SOMA-COTAS
           END-PERFORM.
           COMPUTE WS-DIFERENCA = WS-TOTAL-DESPESAS - WS-SOMA-COTAS.
           MOVE ZEROS TO WS-IND-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART OR WS-IND-ACHOU > ZEROS
               IF WS-PT-PESO (WS-IND) > ZEROS
                   MOVE WS-IND TO WS-IND-ACHOU
               END-IF
           END-PERFORM.
           COMPUTE WS-PT-COTA (WS-IND-ACHOU) =
               WS-PT-COTA (WS-IND-ACHOU) + WS-DIFERENCA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART
               COMPUTE WS-PT-SALDO (WS-IND) =
                   WS-PT-PAGO (WS-IND) - WS-PT-COTA (WS-IND)
               MOVE WS-PT-SALDO (WS-IND) TO WS-PT-RESTO (WS-IND)
           END-PERFORM.
       CALCULA-COTAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CALCULA-ANTERIOR.
      *    SALDO EM ABERTO DE OUTROS EVENTOS: POSITIVO = A RECEBER.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO DB-CHAVE.
           START DEBITO-MASTER KEY NOT < DB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ DEBITO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF DB-ABERTO AND DB-EVENTO NOT = WS-EVENTO
                           PERFORM SOMA-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       SOMA-ANTERIOR.
           MOVE DB-DEVEDOR TO WS-APELIDO-BUSCA.
           PERFORM ACHA-PARTICIPANTE.
           IF WS-IND-ACHOU > ZEROS
               SUBTRACT DB-VALOR FROM WS-PT-ANTERIOR (WS-IND-ACHOU)
           END-IF.
           MOVE DB-CREDOR TO WS-APELIDO-BUSCA.
           PERFORM ACHA-PARTICIPANTE.
           IF WS-IND-ACHOU > ZEROS
               ADD DB-VALOR TO WS-PT-ANTERIOR (WS-IND-ACHOU)
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-PARTICIPANTES.
           MOVE "SALDOS (POSITIVO = A RECEBER, NEGATIVO = A PAGAR)"
               TO WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC-PART.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART
               PERFORM IMPRIME-UM-PARTICIPANTE
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
      *-----------------------------------------------------------------
       IMPRIME-UM-PARTICIPANTE.
           MOVE WS-PT-APELIDO (WS-IND) TO WP-APELIDO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO WP-NOME
               NOT INVALID KEY
                   MOVE AM-NOME TO WP-NOME
           END-READ.
           MOVE WS-PT-PESO (WS-IND) TO WP-PESO.
           MOVE WS-PT-PAGO (WS-IND) TO WP-PAGO.
           MOVE WS-PT-COTA (WS-IND) TO WP-COTA.
           MOVE WS-PT-SALDO (WS-IND) TO WP-SALDO.
           MOVE WS-PT-ANTERIOR (WS-IND) TO WP-ANTERIOR.
           COMPUTE WP-ACUMULADO =
               WS-PT-SALDO (WS-IND) + WS-PT-ANTERIOR (WS-IND).
           WRITE LINHA-RELATORIO FROM WS-LINHA-PART.
      *-----------------------------------------------------------------
       LIQUIDA-SALDOS.
      *    A CADA PASSO O MAIOR DEVEDOR PAGA AO MAIOR CREDOR O MENOR
      *    DOS DOIS VALORES; UM DELES ZERA, ENTAO SAO NO MAXIMO
      *    (PARTICIPANTES - 1) PAGAMENTOS.
           MOVE "QUEM PAGA A QUEM" TO WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           MOVE ZEROS TO WS-QTD-PAGTOS.
           PERFORM ACHA-EXTREMOS.
           PERFORM UNTIL WS-MAIOR-DEBITO NOT < ZEROS
                      OR WS-MAIOR-CREDITO NOT > ZEROS
               PERFORM GERA-PAGAMENTO
               PERFORM ACHA-EXTREMOS
           END-PERFORM.
           MOVE "PAGAMENTOS GERADOS  : " TO WN-DESCRICAO.
           MOVE WS-QTD-PAGTOS TO WN-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONTA.
      *-----------------------------------------------------------------
       ACHA-EXTREMOS.
           MOVE ZEROS TO WS-MAIOR-DEBITO WS-MAIOR-CREDITO
               WS-IND-DEVE WS-IND-RECEBE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PART
               IF WS-PT-RESTO (WS-IND) < WS-MAIOR-DEBITO
                   MOVE WS-PT-RESTO (WS-IND) TO WS-MAIOR-DEBITO
                   MOVE WS-IND TO WS-IND-DEVE
               END-IF
               IF WS-PT-RESTO (WS-IND) > WS-MAIOR-CREDITO
                   MOVE WS-PT-RESTO (WS-IND) TO WS-MAIOR-CREDITO
                   MOVE WS-IND TO WS-IND-RECEBE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       GERA-PAGAMENTO.
           IF WS-MAIOR-CREDITO < (0 - WS-MAIOR-DEBITO)
               MOVE WS-MAIOR-CREDITO TO WS-VALOR-PAGTO
           ELSE
               COMPUTE WS-VALOR-PAGTO = 0 - WS-MAIOR-DEBITO
           END-IF.
           ADD WS-VALOR-PAGTO TO WS-PT-RESTO (WS-IND-DEVE).
           SUBTRACT WS-VALOR-PAGTO FROM WS-PT-RESTO (WS-IND-RECEBE).
           ADD 1 TO WS-QTD-PAGTOS.
           MOVE WS-EVENTO TO DB-EVENTO.
           MOVE WS-QTD-PAGTOS TO DB-SEQ.
           MOVE WS-PT-APELIDO (WS-IND-DEVE) TO DB-DEVEDOR.
           MOVE WS-PT-APELIDO (WS-IND-RECEBE) TO DB-CREDOR.
           MOVE WS-VALOR-PAGTO TO DB-VALOR.
           SET DB-ABERTO TO TRUE.
           MOVE ZEROS TO DB-DATA-QUIT.
           WRITE DEBITO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PAGAMENTO " DB-CHAVE
           END-WRITE.
           MOVE DB-DEVEDOR TO WG-DEVEDOR.
           MOVE DB-CREDOR TO WG-CREDOR.
           MOVE DB-VALOR TO WG-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-PAGTO.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT CONVITES-MASTER.
           IF WS-FS-CONVITES NOT = "00"
               DISPLAY "CONVITES.DAT NAO ENCONTRADO - USE CONVGERA"
               SET RATEIO-OK TO FALSE
               GO TO ABRIR-ARQUIVOS-FIM
           END-IF.
           OPEN INPUT DESPESA-MASTER.
           IF WS-FS-DESPESA NOT = "00"
               DISPLAY "DESPESAS.DAT NAO ENCONTRADO - NADA A RATEAR"
               CLOSE CONVITES-MASTER
               SET RATEIO-OK TO FALSE
               GO TO ABRIR-ARQUIVOS-FIM
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE CONVITES-MASTER DESPESA-MASTER
               SET RATEIO-OK TO FALSE
               GO TO ABRIR-ARQUIVOS-FIM
           END-IF.
           OPEN INPUT RATPESO-MASTER.
           IF WS-FS-RATPESO = "00"
               SET RATPESO-ABERTO TO TRUE
           END-IF.
           OPEN I-O DEBITO-MASTER.
           IF WS-FS-DEBITO = "35"
               OPEN OUTPUT DEBITO-MASTER
               CLOSE DEBITO-MASTER
               OPEN I-O DEBITO-MASTER
           END-IF.
       ABRIR-ARQUIVOS-FIM.
           EXIT.
