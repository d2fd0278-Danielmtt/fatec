       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESREL.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * RELATORIO ANUAL DE PRESENTES: TOTAL GASTO *
      * EM PRESENTES DADOS NO ANO POR GRUPO DE    *
      * AMIGOS (O AMIGO QUE PERTENCE A VARIOS     *
      * GRUPOS CONTA EM CADA UM DELES; O TOTAL    *
      * GERAL CONTA UMA VEZ SO) E A LISTA DOS     *
      * PRESENTES RECEBIDOS NO ANO QUE AINDA NAO  *
      * FORAM RETRIBUIDOS (NENHUM PRESENTE DADO   *
      * AO AMIGO NO MESMO ANO OU DEPOIS).         *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PRESENTE.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT GRUPOS-MASTER ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CODIGO
               FILE STATUS IS WS-FS-GRUPOS.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT RELATORIO ASSIGN TO "PRESENTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  GRUPOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "GRUPOR.CPY".

       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-PRESENTE     PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS       PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-PRESENTES   PIC X VALUE "N".
           88 FIM-PRESENTES      VALUE "S".
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-AMIGRUP-ABERTO  PIC X VALUE "N".
           88 AMIGRUP-ABERTO     VALUE "S".
       01 WS-RETRIBUIU       PIC X VALUE "N".
           88 RETRIBUIU          VALUE "S" FALSE "N".
       01 WS-ANO-ENTRADA     PIC X(04) VALUE SPACES.
       01 WS-ANO-ALVO        PIC 9(04) VALUE ZEROS.
       01 WS-APELIDO-ATUAL   PIC X(12) VALUE SPACES.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-GRUPO       PIC 9(03) VALUE ZEROS.
       01 WS-QTD-GRUPOS      PIC 9(03) VALUE ZEROS.
       01 WS-QTD-RECEB       PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PEND        PIC 9(03) VALUE ZEROS.
       01 WS-CONT-PARTIC     PIC 9(03) VALUE ZEROS.
       01 WS-CONT-DADOS-AMIGO PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DADOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-RECEBIDOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-IGNORADOS  PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-AMIGO     PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOTAL-DADOS     PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOTAL-RECEBIDOS PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOTAL-PEND      PIC 9(07)V99 VALUE ZEROS.
       01 WS-TABELA-GRUPOS.
           05 WS-GRUPO OCCURS 101 TIMES.
               10 WS-TG-CODIGO       PIC X(03).
               10 WS-TG-DESCRICAO    PIC X(20).
               10 WS-TG-QTDE         PIC 9(05).
               10 WS-TG-TOTAL        PIC 9(07)V99.
       01 WS-TABELA-RECEB.
           05 WS-RECEB OCCURS 20 TIMES.
               10 WS-RC-ANO          PIC 9(04).
               10 WS-RC-OCASIAO      PIC X(01).
               10 WS-RC-DESCRICAO    PIC X(30).
               10 WS-RC-VALOR        PIC 9(07)V99.
       01 WS-TABELA-PEND.
           05 WS-PEND OCCURS 200 TIMES.
               10 WS-PD-APELIDO      PIC X(12).
               10 WS-PD-OCASIAO      PIC X(01).
               10 WS-PD-DESCRICAO    PIC X(30).
               10 WS-PD-VALOR        PIC 9(07)V99.
       01 WS-LINHA-CABEC1.
           05 FILLER             PIC X(32)
               VALUE "PRESENTES - RELATORIO DO ANO DE ".
           05 WC-ANO             PIC 9(04).
       01 WS-LINHA-TITULO      PIC X(60) VALUE SPACES.
       01 WS-LINHA-CABEC-GRUPO.
           05 FILLER             PIC X(06) VALUE "GRUPO".
           05 FILLER             PIC X(21) VALUE "DESCRICAO".
           05 FILLER             PIC X(10) VALUE "PRESENTES".
           05 FILLER             PIC X(13) VALUE "   TOTAL R$".
       01 WS-LINHA-GRUPO.
           05 WG-CODIGO          PIC X(06).
           05 WG-DESCRICAO       PIC X(21).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WG-QTDE            PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WG-TOTAL           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-CABEC-PEND.
           05 FILLER             PIC X(13) VALUE "APELIDO".
           05 FILLER             PIC X(31) VALUE "NOME".
           05 FILLER             PIC X(12) VALUE "OCASIAO".
           05 FILLER             PIC X(31) VALUE "PRESENTE RECEBIDO".
           05 FILLER             PIC X(12) VALUE "   VALOR R$".
       01 WS-LINHA-PEND.
           05 WP-APELIDO         PIC X(13).
           05 WP-NOME            PIC X(31).
           05 WP-OCASIAO         PIC X(12).
           05 WP-DESCRICAO       PIC X(31).
           05 WP-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(31).
           05 WT-QTDE            PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WT-VALOR           PIC Z.ZZZ.ZZ9,99.
       01 WS-LINHA-BRANCO      PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-PRESENTES WS-FIM-ARQ WS-AMIGRUP-ABERTO.
           MOVE ZEROS TO WS-QTD-GRUPOS WS-QTD-RECEB WS-QTD-PEND
               WS-CONT-PARTIC WS-CONT-DADOS-AMIGO WS-CONT-DADOS
               WS-CONT-RECEBIDOS WS-CONT-IGNORADOS WS-TOTAL-AMIGO
               WS-TOTAL-DADOS WS-TOTAL-RECEBIDOS WS-TOTAL-PEND.
           PERFORM ESCOLHE-ANO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGA-GRUPOS.
           MOVE SPACES TO WS-APELIDO-ATUAL.
           PERFORM UNTIL FIM-PRESENTES
               READ PRESENTE-MASTER NEXT RECORD
                   AT END
                       SET FIM-PRESENTES TO TRUE
                   NOT AT END
                       IF PR-APELIDO NOT = WS-APELIDO-ATUAL
                           PERFORM FECHA-AMIGO
                           PERFORM INICIA-AMIGO
                       END-IF
                       PERFORM ACUMULA-PRESENTE
               END-READ
           END-PERFORM.
           PERFORM FECHA-AMIGO.
           MOVE WS-ANO-ALVO TO WC-ANO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           PERFORM IMPRIME-GRUPOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           PERFORM IMPRIME-PENDENTES.
           CLOSE PRESENTE-MASTER AMIGOS-MASTER RELATORIO.
           MOVE "PRESENTE.LST" TO RP-ARQUIVO.
           MOVE "PRESREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
           DISPLAY "PRESENTES DADOS NO ANO  : " WS-CONT-DADOS.
           DISPLAY "PRESENTES RECEBIDOS     : " WS-CONT-RECEBIDOS.
           DISPLAY "AINDA NAO RETRIBUIDOS   : " WS-QTD-PEND.
           IF WS-CONT-IGNORADOS > ZEROS
               DISPLAY "PENDENCIAS NAO LISTADAS (LIMITE): "
                   WS-CONT-IGNORADOS
           END-IF.
           DISPLAY "RELATORIO GERADO: PRESENTE.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       ESCOLHE-ANO.
           DISPLAY "ANO DO RELATORIO (BRANCO = ANO ATUAL): ".
           ACCEPT WS-ANO-ENTRADA.
           IF WS-ANO-ENTRADA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ALVO
           ELSE
               IF WS-ANO-ENTRADA IS NUMERIC
                   MOVE WS-ANO-ENTRADA TO WS-ANO-ALVO
               ELSE
                   DISPLAY "ANO INVALIDO"
                   GO TO ESCOLHE-ANO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       CARREGA-GRUPOS.
      *    A ULTIMA POSICAO DA TABELA E RESERVADA AOS SEM GRUPO.
           OPEN INPUT GRUPOS-MASTER.
           IF WS-FS-GRUPOS = "00"
               PERFORM UNTIL FIM-ARQ
                   READ GRUPOS-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQ TO TRUE
                       NOT AT END
                           IF WS-QTD-GRUPOS < 100
                               ADD 1 TO WS-QTD-GRUPOS
                               MOVE GR-CODIGO TO
                                   WS-TG-CODIGO (WS-QTD-GRUPOS)
                               MOVE GR-DESCRICAO TO
                                   WS-TG-DESCRICAO (WS-QTD-GRUPOS)
                               MOVE ZEROS TO
                                   WS-TG-QTDE (WS-QTD-GRUPOS)
                                   WS-TG-TOTAL (WS-QTD-GRUPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPOS-MASTER
           ELSE
               DISPLAY "TABELA DE GRUPOS NAO ENCONTRADA"
           END-IF.
           ADD 1 TO WS-QTD-GRUPOS.
           MOVE "***" TO WS-TG-CODIGO (WS-QTD-GRUPOS).
           MOVE "SEM GRUPO" TO WS-TG-DESCRICAO (WS-QTD-GRUPOS).
           MOVE ZEROS TO WS-TG-QTDE (WS-QTD-GRUPOS)
               WS-TG-TOTAL (WS-QTD-GRUPOS).
      *-----------------------------------------------------------------
       INICIA-AMIGO.
           MOVE PR-APELIDO TO WS-APELIDO-ATUAL.
           MOVE ZEROS TO WS-QTD-RECEB WS-CONT-DADOS-AMIGO
               WS-TOTAL-AMIGO.
           SET RETRIBUIU TO FALSE.
      *-----------------------------------------------------------------
       ACUMULA-PRESENTE.
           IF PR-DADO AND PR-ANO NOT < WS-ANO-ALVO
               SET RETRIBUIU TO TRUE
           END-IF.
           IF PR-ANO = WS-ANO-ALVO
               IF PR-DADO
                   ADD 1 TO WS-CONT-DADOS-AMIGO WS-CONT-DADOS
                   ADD PR-VALOR TO WS-TOTAL-AMIGO WS-TOTAL-DADOS
               ELSE
                   ADD 1 TO WS-CONT-RECEBIDOS
                   ADD PR-VALOR TO WS-TOTAL-RECEBIDOS
                   IF WS-QTD-RECEB < 20
                       ADD 1 TO WS-QTD-RECEB
                       MOVE PR-ANO TO WS-RC-ANO (WS-QTD-RECEB)
                       MOVE PR-OCASIAO TO WS-RC-OCASIAO (WS-QTD-RECEB)
                       MOVE PR-DESCRICAO TO
                           WS-RC-DESCRICAO (WS-QTD-RECEB)
                       MOVE PR-VALOR TO WS-RC-VALOR (WS-QTD-RECEB)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       FECHA-AMIGO.
           IF WS-APELIDO-ATUAL = SPACES
               CONTINUE
           ELSE
               IF WS-CONT-DADOS-AMIGO > ZEROS
                   PERFORM DISTRIBUI-GRUPOS
               END-IF
               IF NOT RETRIBUIU
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-RECEB
                       PERFORM GUARDA-PENDENTE
                   END-PERFORM
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       DISTRIBUI-GRUPOS.
      *    SOMA O GASTO DO AMIGO EM CADA GRUPO A QUE ELE PERTENCE.
           MOVE ZEROS TO WS-CONT-PARTIC.
           IF AMIGRUP-ABERTO
               MOVE "N" TO WS-FIM-ARQ
               MOVE WS-APELIDO-ATUAL TO AG-APELIDO
               MOVE LOW-VALUES TO AG-GRUPO
               START AMIGRUP-MASTER KEY NOT < AG-CHAVE
                   INVALID KEY
                       SET FIM-ARQ TO TRUE
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ AMIGRUP-MASTER NEXT RECORD
                       AT END
                           SET FIM-ARQ TO TRUE
                       NOT AT END
                           IF AG-APELIDO NOT = WS-APELIDO-ATUAL
                               SET FIM-ARQ TO TRUE
                           ELSE
                               PERFORM SOMA-GRUPO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CONT-PARTIC = ZEROS
               ADD WS-CONT-DADOS-AMIGO TO WS-TG-QTDE (WS-QTD-GRUPOS)
               ADD WS-TOTAL-AMIGO TO WS-TG-TOTAL (WS-QTD-GRUPOS)
           END-IF.
      *-----------------------------------------------------------------
       SOMA-GRUPO.
           MOVE ZEROS TO WS-IND-GRUPO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND NOT < WS-QTD-GRUPOS
                      OR WS-IND-GRUPO > ZEROS
               IF WS-TG-CODIGO (WS-IND) = AG-GRUPO
                   MOVE WS-IND TO WS-IND-GRUPO
               END-IF
           END-PERFORM.
           IF WS-IND-GRUPO > ZEROS
               ADD 1 TO WS-CONT-PARTIC
               ADD WS-CONT-DADOS-AMIGO TO WS-TG-QTDE (WS-IND-GRUPO)
               ADD WS-TOTAL-AMIGO TO WS-TG-TOTAL (WS-IND-GRUPO)
           END-IF.
      *-----------------------------------------------------------------
       GUARDA-PENDENTE.
           IF WS-QTD-PEND < 200
               ADD 1 TO WS-QTD-PEND
               MOVE WS-APELIDO-ATUAL TO WS-PD-APELIDO (WS-QTD-PEND)
               MOVE WS-RC-OCASIAO (WS-IND) TO
                   WS-PD-OCASIAO (WS-QTD-PEND)
               MOVE WS-RC-DESCRICAO (WS-IND) TO
                   WS-PD-DESCRICAO (WS-QTD-PEND)
               MOVE WS-RC-VALOR (WS-IND) TO WS-PD-VALOR (WS-QTD-PEND)
               ADD WS-RC-VALOR (WS-IND) TO WS-TOTAL-PEND
           ELSE
               ADD 1 TO WS-CONT-IGNORADOS
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-GRUPOS.
           MOVE "GASTO COM PRESENTES DADOS, POR GRUPO" TO
               WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC-GRUPO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-GRUPOS
               MOVE WS-TG-CODIGO (WS-IND) TO WG-CODIGO
               MOVE WS-TG-DESCRICAO (WS-IND) TO WG-DESCRICAO
               MOVE WS-TG-QTDE (WS-IND) TO WG-QTDE
               MOVE WS-TG-TOTAL (WS-IND) TO WG-TOTAL
               WRITE LINHA-RELATORIO FROM WS-LINHA-GRUPO
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "TOTAL GERAL (SEM REPETICAO) : " TO WT-DESCRICAO.
           MOVE WS-CONT-DADOS TO WT-QTDE.
           MOVE WS-TOTAL-DADOS TO WT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "PRESENTES RECEBIDOS NO ANO  : " TO WT-DESCRICAO.
           MOVE WS-CONT-RECEBIDOS TO WT-QTDE.
           MOVE WS-TOTAL-RECEBIDOS TO WT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       IMPRIME-PENDENTES.
           MOVE "PRESENTES RECEBIDOS AINDA NAO RETRIBUIDOS" TO
               WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC-PEND.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-PEND
               PERFORM IMPRIME-UM-PENDENTE
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "AINDA NAO RETRIBUIDOS       : " TO WT-DESCRICAO.
           MOVE WS-QTD-PEND TO WT-QTDE.
           MOVE WS-TOTAL-PEND TO WT-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       IMPRIME-UM-PENDENTE.
           MOVE WS-PD-APELIDO (WS-IND) TO WP-APELIDO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO WP-NOME
               NOT INVALID KEY
                   MOVE AM-NOME TO WP-NOME
           END-READ.
           MOVE WS-PD-OCASIAO (WS-IND) TO PR-OCASIAO.
           EVALUATE TRUE
               WHEN PR-OC-ANIVERSARIO
                   MOVE "ANIVERSARIO" TO WP-OCASIAO
               WHEN PR-OC-NATAL
                   MOVE "NATAL" TO WP-OCASIAO
               WHEN PR-OC-CASAMENTO
                   MOVE "CASAMENTO" TO WP-OCASIAO
               WHEN OTHER
                   MOVE "OUTRA" TO WP-OCASIAO
           END-EVALUATE.
           MOVE WS-PD-DESCRICAO (WS-IND) TO WP-DESCRICAO.
           MOVE WS-PD-VALOR (WS-IND) TO WP-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-PEND.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT PRESENTE-MASTER.
           IF WS-FS-PRESENTE NOT = "00"
               DISPLAY "PRESENTE.DAT NAO ENCONTRADO - USE O MENU"
               GOBACK
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE PRESENTE-MASTER
               GOBACK
           END-IF.
           OPEN INPUT AMIGRUP-MASTER.
           IF WS-FS-AMIGRUP = "00"
               SET AMIGRUP-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
