       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVEDREL.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * RELATORIO DOS AMIGOS QUE AINDA DEVEM      *
      * DINHEIRO DE RATEIOS (DEBITOS.DAT EM       *
      * ABERTO), EM ORDEM DE APELIDO, COM OS      *
      * TELEFONES DE FONES.DAT PARA A COBRANCA E  *
      * CADA PAGAMENTO PENDENTE COM O EVENTO E O  *
      * AMIGO A RECEBER (DEVEDOR.LST).            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITO-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CHAVE
               FILE STATUS IS WS-FS-DEBITO.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT FONES-MASTER ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CHAVE
               FILE STATUS IS WS-FS-FONES.
           SELECT RELATORIO ASSIGN TO "DEVEDOR.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DEBITO-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".

       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-DEBITO       PIC XX VALUE SPACES.
       01 WS-FS-EVENTOS      PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-FONES        PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-DEBITOS     PIC X VALUE "N".
           88 FIM-DEBITOS        VALUE "S".
       01 WS-FIM-FONES       PIC X VALUE "N".
           88 FIM-FONES          VALUE "S".
       01 WS-FONES-ABERTO    PIC X VALUE "N".
           88 FONES-ABERTO       VALUE "S".
       01 WS-EVENTOS-ABERTO  PIC X VALUE "N".
           88 EVENTOS-ABERTO     VALUE "S".
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-ACHOU       PIC 9(03) VALUE ZEROS.
       01 WS-QTD-DEVEDORES   PIC 9(03) VALUE ZEROS.
       01 WS-CONT-PAGTOS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-IGNORADOS  PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-ABERTO    PIC 9(07)V99 VALUE ZEROS.
       01 WS-APELIDO-ATUAL   PIC X(12) VALUE SPACES.
       01 WS-TABELA-DEV.
           05 WS-DEV OCCURS 200 TIMES.
               10 WS-DV-APELIDO      PIC X(12).
               10 WS-DV-TOTAL        PIC 9(07)V99.
       01 WS-LINHA-TITULO      PIC X(60)
           VALUE "AMIGOS COM PAGAMENTOS DE RATEIO EM ABERTO".
       01 WS-LINHA-DEVEDOR.
           05 WD-APELIDO         PIC X(13).
           05 WD-NOME            PIC X(31).
           05 FILLER             PIC X(11) VALUE "DEVE R$".
           05 WD-TOTAL           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-FONE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(01) VALUE "(".
           05 WF-DDD             PIC 9(02).
           05 FILLER             PIC X(02) VALUE ") ".
           05 WF-NUMERO          PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WF-TIPO            PIC X(03).
      *    TELEFONE DO EXTERIOR: SIGLA DO PAIS E NUMERO, SEM DDD.
       01 WS-LINHA-FONE-EXT.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WX-PAIS            PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WX-NUMERO          PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WX-TIPO            PIC X(03).
       01 WS-LINHA-PAGTO.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WG-EVENTO          PIC X(05).
           05 WG-SEQ             PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WG-DESCRICAO       PIC X(31).
           05 FILLER             PIC X(06) VALUE "PAGAR ".
           05 WG-CREDOR          PIC X(13).
           05 WG-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(22).
           05 WT-QTDE            PIC ZZZZ9.
       01 WS-LINHA-TOTAL-VALOR.
           05 FILLER             PIC X(22)
               VALUE "TOTAL EM ABERTO  R$ : ".
           05 WT-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-BRANCO      PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FONES-ABERTO WS-EVENTOS-ABERTO.
           MOVE ZEROS TO WS-QTD-DEVEDORES WS-CONT-PAGTOS
               WS-CONT-IGNORADOS WS-TOTAL-ABERTO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGA-DEVEDORES.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-DEVEDORES
               PERFORM IMPRIME-DEVEDOR
           END-PERFORM.
           MOVE "DEVEDORES           : " TO WT-DESCRICAO.
           MOVE WS-QTD-DEVEDORES TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "PAGAMENTOS EM ABERTO: " TO WT-DESCRICAO.
           MOVE WS-CONT-PAGTOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE WS-TOTAL-ABERTO TO WT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-VALOR.
           CLOSE DEBITO-MASTER AMIGOS-MASTER RELATORIO.
           MOVE "DEVEDOR.LST" TO RP-ARQUIVO.
           MOVE "DEVEDREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF FONES-ABERTO
               CLOSE FONES-MASTER
           END-IF.
           IF EVENTOS-ABERTO
               CLOSE EVENTOS-MASTER
           END-IF.
           DISPLAY "DEVEDORES LISTADOS  : " WS-QTD-DEVEDORES.
           DISPLAY "PAGAMENTOS EM ABERTO: " WS-CONT-PAGTOS.
           IF WS-CONT-IGNORADOS > ZEROS
               DISPLAY "DEVEDORES ALEM DE 200 IGNORADOS: "
                   WS-CONT-IGNORADOS
           END-IF.
           DISPLAY "RELATORIO GERADO: DEVEDOR.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       CARREGA-DEVEDORES.
      *    MONTA A TABELA DE DEVEDORES EM ORDEM DE APELIDO, SOMANDO
      *    OS PAGAMENTOS EM ABERTO DE TODOS OS EVENTOS.
           MOVE "N" TO WS-FIM-DEBITOS.
           PERFORM UNTIL FIM-DEBITOS
               READ DEBITO-MASTER NEXT RECORD
                   AT END
                       SET FIM-DEBITOS TO TRUE
                   NOT AT END
                       IF DB-ABERTO
                           PERFORM SOMA-DEVEDOR THRU SOMA-DEVEDOR-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       SOMA-DEVEDOR.
           ADD 1 TO WS-CONT-PAGTOS.
           ADD DB-VALOR TO WS-TOTAL-ABERTO.
           MOVE ZEROS TO WS-IND-ACHOU.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-DEVEDORES
                      OR WS-IND-ACHOU > ZEROS
               IF WS-DV-APELIDO (WS-IND) NOT < DB-DEVEDOR
                   MOVE WS-IND TO WS-IND-ACHOU
               END-IF
           END-PERFORM.
           IF WS-IND-ACHOU > ZEROS
               IF WS-DV-APELIDO (WS-IND-ACHOU) = DB-DEVEDOR
                   ADD DB-VALOR TO WS-DV-TOTAL (WS-IND-ACHOU)
                   GO TO SOMA-DEVEDOR-FIM
               END-IF
           END-IF.
           IF WS-QTD-DEVEDORES NOT < 200
               ADD 1 TO WS-CONT-IGNORADOS
               GO TO SOMA-DEVEDOR-FIM.
           IF WS-IND-ACHOU = ZEROS
               ADD 1 TO WS-QTD-DEVEDORES
               MOVE WS-QTD-DEVEDORES TO WS-IND-ACHOU
           ELSE
      *        ABRE ESPACO NA TABELA DESLOCANDO OS SEGUINTES
               PERFORM VARYING WS-IND FROM WS-QTD-DEVEDORES BY -1
                       UNTIL WS-IND < WS-IND-ACHOU
                   MOVE WS-DEV (WS-IND) TO WS-DEV (WS-IND + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-DEVEDORES
           END-IF.
           MOVE DB-DEVEDOR TO WS-DV-APELIDO (WS-IND-ACHOU).
           MOVE DB-VALOR TO WS-DV-TOTAL (WS-IND-ACHOU).
       SOMA-DEVEDOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
       IMPRIME-DEVEDOR.
           MOVE WS-DV-APELIDO (WS-IND) TO WS-APELIDO-ATUAL.
           MOVE WS-APELIDO-ATUAL TO WD-APELIDO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO WD-NOME
               NOT INVALID KEY
                   MOVE AM-NOME TO WD-NOME
           END-READ.
           MOVE WS-DV-TOTAL (WS-IND) TO WD-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DEVEDOR.
           PERFORM IMPRIME-FONES THRU IMPRIME-FONES-FIM.
           PERFORM IMPRIME-PAGAMENTOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
      *-----------------------------------------------------------------
       IMPRIME-FONES.
           IF NOT FONES-ABERTO
               GO TO IMPRIME-FONES-FIM.
           MOVE "N" TO WS-FIM-FONES.
           MOVE WS-APELIDO-ATUAL TO FO-APELIDO.
           MOVE ZEROS TO FO-SEQ.
           START FONES-MASTER KEY NOT < FO-CHAVE
               INVALID KEY
                   SET FIM-FONES TO TRUE
           END-START.
           PERFORM UNTIL FIM-FONES
               READ FONES-MASTER NEXT RECORD
                   AT END
                       SET FIM-FONES TO TRUE
                   NOT AT END
                       IF FO-APELIDO NOT = WS-APELIDO-ATUAL
                           SET FIM-FONES TO TRUE
                       ELSE
                           PERFORM IMPRIME-UM-FONE
                       END-IF
               END-READ
           END-PERFORM.
       IMPRIME-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       IMPRIME-UM-FONE.
           MOVE FO-DDD TO WF-DDD.
           MOVE FO-NUMERO TO WF-NUMERO.
           EVALUATE TRUE
               WHEN FO-TIPO-RESIDENCIAL
                   MOVE "RES" TO WF-TIPO
               WHEN FO-TIPO-CELULAR
                   MOVE "CEL" TO WF-TIPO
               WHEN FO-TIPO-TRABALHO
                   MOVE "TRA" TO WF-TIPO
               WHEN OTHER
                   MOVE SPACES TO WF-TIPO
           END-EVALUATE.
           IF FO-PAIS-BRASIL
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE
           ELSE
               MOVE FO-PAIS TO WX-PAIS
               MOVE FO-NUM-EXTERIOR TO WX-NUMERO
               MOVE WF-TIPO TO WX-TIPO
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE-EXT
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-PAGAMENTOS.
      *    PERCORRE O DEBITOS.DAT INTEIRO: A CHAVE E POR EVENTO, ENTAO
      *    OS PAGAMENTOS DE UM MESMO DEVEDOR FICAM ESPALHADOS.
           MOVE LOW-VALUES TO DB-CHAVE.
           MOVE "N" TO WS-FIM-DEBITOS.
           START DEBITO-MASTER KEY NOT < DB-CHAVE
               INVALID KEY
                   SET FIM-DEBITOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-DEBITOS
               READ DEBITO-MASTER NEXT RECORD
                   AT END
                       SET FIM-DEBITOS TO TRUE
                   NOT AT END
                       IF DB-ABERTO
                          AND DB-DEVEDOR = WS-APELIDO-ATUAL
                           PERFORM IMPRIME-UM-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIME-UM-PAGAMENTO.
           MOVE DB-EVENTO TO WG-EVENTO.
           MOVE DB-SEQ TO WG-SEQ.
           MOVE SPACES TO WG-DESCRICAO.
           IF EVENTOS-ABERTO
               MOVE DB-EVENTO TO EV-CODIGO
               READ EVENTOS-MASTER
                   INVALID KEY
                       MOVE "(EVENTO NAO CADASTRADO)" TO WG-DESCRICAO
                   NOT INVALID KEY
                       MOVE EV-DESCRICAO TO WG-DESCRICAO
               END-READ
           END-IF.
           MOVE DB-CREDOR TO WG-CREDOR.
           MOVE DB-VALOR TO WG-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-PAGTO.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT DEBITO-MASTER.
           IF WS-FS-DEBITO NOT = "00"
               DISPLAY "DEBITOS.DAT NAO ENCONTRADO - USE O RATEIO"
               GOBACK
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE DEBITO-MASTER
               GOBACK
           END-IF.
           OPEN INPUT FONES-MASTER.
           IF WS-FS-FONES = "00"
               SET FONES-ABERTO TO TRUE
           END-IF.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS = "00"
               SET EVENTOS-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
