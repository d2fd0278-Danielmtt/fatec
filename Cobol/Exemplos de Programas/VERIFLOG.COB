       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFLOG.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONFERENCIA DA CADEIA DO LOG DE AUDITORIA:*
      * PERCORRE OS ARQUIVOS MORTOS               *
      * AMILOGAAAAMM.LOG DO MAIS ANTIGO AO MAIS   *
      * NOVO E DEPOIS O AMIGOS.LOG, RECALCULANDO  *
      * O VERIFICADOR DE CADA REGISTRO (ENCADEIA) *
      * A PARTIR DO ANTERIOR. APONTA EM           *
      * VERIFLOG.LST, COM ARQUIVO, LINHA E        *
      * SEQUENCIA, TODA LACUNA, REPETICAO,        *
      * REGISTRO ALTERADO OU ELO QUEBRADO, A      *
      * DIVERGENCIA COM O CONTROLE AMIGLOG.CTL E  *
      * COM A ANCORA DEIXADA PELA EXECUCAO        *
      * ANTERIOR, E MARCAS DE REMOCAO SEM O       *
      * REGISTRO DE ESQUECIMENTO QUE AS EXPLICA.  *
      * RODA NA CADEIA NOTURNA (NOTURNO).         *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LOG ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ARQ-LOGCTL ASSIGN TO "AMIGLOG.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOGCTL.
           SELECT RELATORIO ASSIGN TO "VERIFLOG.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ARQ-LOG
           LABEL RECORDS STANDARD.
       COPY "AUDITREG.CPY".

       FD  ARQ-LOGCTL
           LABEL RECORDS STANDARD.
       COPY "LOGCTLR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-LOG          PIC XX VALUE SPACES.
       01 WS-FS-LOGCTL       PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-NOME-LOG        PIC X(16) VALUE SPACES.
       01 WS-FIM-LOG         PIC X VALUE "N".
           88 FIM-LOG            VALUE "S" FALSE "N".
       01 WS-TEM-CONTROLE    PIC X VALUE "N".
           88 TEM-CONTROLE       VALUE "S" FALSE "N".
       01 WS-CADEIA-INICIADA PIC X VALUE "N".
           88 CADEIA-INICIADA    VALUE "S" FALSE "N".
       01 WS-CONFERE-ELO     PIC X VALUE "N".
           88 CONFERE-ELO        VALUE "S" FALSE "N".
       01 WS-ANCORA-FALHOU   PIC X VALUE "N".
           88 ANCORA-FALHOU      VALUE "S" FALSE "N".
       01 WS-ACHOU-MARCA     PIC X VALUE "N".
           88 ACHOU-MARCA        VALUE "S" FALSE "N".
      *    ARQUIVOS MORTOS PROCURADOS: DO MES CORRENTE PARA TRAS.
       01 WS-MESES-PROCURA   PIC 9(03) VALUE 240.
       01 WS-IND-MES         PIC 9(03) VALUE ZEROS.
       01 WS-ANO-HOJE        PIC 9(04) VALUE ZEROS.
       01 WS-MES-HOJE        PIC 9(02) VALUE ZEROS.
       01 WS-TOT-MESES       PIC 9(06) VALUE ZEROS.
       01 WS-ANO-ARQ         PIC 9(04) VALUE ZEROS.
       01 WS-MES-ARQ         PIC 9(02) VALUE ZEROS.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-LINHA-ARQ       PIC 9(07) VALUE ZEROS.
       01 WS-SEQ-ANT         PIC 9(09) VALUE ZEROS.
       01 WS-ELO             PIC 9(18) VALUE ZEROS.
       01 WS-PRIMEIRA-SEQ    PIC 9(09) VALUE ZEROS.
       01 WS-SEQ-DE          PIC 9(09) VALUE ZEROS.
       01 WS-SEQ-ATE         PIC 9(09) VALUE ZEROS.
       01 WS-SEQ-DE-ED       PIC Z(08)9.
       01 WS-SEQ-ATE-ED      PIC Z(08)9.
       01 WS-ULT-ARQUIVO     PIC X(16) VALUE SPACES.
       01 WS-ULT-LINHA       PIC 9(07) VALUE ZEROS.
       01 WS-CONT-ARQUIVOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REGISTROS  PIC 9(09) VALUE ZEROS.
       01 WS-CONT-ANTERIORES PIC 9(09) VALUE ZEROS.
       01 WS-CONT-ENCADEADOS PIC 9(09) VALUE ZEROS.
       01 WS-CONT-MARCAS     PIC 9(09) VALUE ZEROS.
       01 WS-CONT-ESQUEC     PIC 9(09) VALUE ZEROS.
       01 WS-CONT-ERROS      PIC 9(07) VALUE ZEROS.
       01 WS-CONT-AVISOS     PIC 9(07) VALUE ZEROS.
       01 WS-TIPO-OCORR      PIC X(05) VALUE SPACES.
       01 WS-TEXTO-OCORR     PIC X(60) VALUE SPACES.
       01 WS-REFERENCIA      PIC X(35) VALUE SPACES.
       01 WS-IND-MARCA       PIC 9(03) VALUE ZEROS.
       01 WS-CONT-REF        PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-MARCAS.
           05 WS-MARCA-ENT OCCURS 100 TIMES.
               10 WS-MAR-REFERENCIA PIC X(35).
               10 WS-MAR-QTDE       PIC 9(09).
               10 WS-MAR-DECLARADA  PIC 9(09).
               10 WS-MAR-TEM-ESQ    PIC X(01).
               10 WS-MAR-ARQUIVO    PIC X(16).
               10 WS-MAR-LINHA      PIC 9(07).
               10 WS-MAR-SEQUENCIA  PIC 9(09).
       01 WS-LINHA-CABEC1.
           05 FILLER PIC X(41)
               VALUE "CONFERENCIA DA CADEIA DO LOG DE AUDITORIA".
       01 WS-LINHA-CABEC2.
           05 FILLER PIC X(06) VALUE "TIPO".
           05 FILLER PIC X(17) VALUE "ARQUIVO".
           05 FILLER PIC X(08) VALUE "  LINHA".
           05 FILLER PIC X(11) VALUE "  SEQUENCIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(60) VALUE "OCORRENCIA".
       01 WS-LINHA-OCORRENCIA.
           05 WO-TIPO            PIC X(06).
           05 WO-ARQUIVO         PIC X(17).
           05 WO-LINHA           PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WO-SEQUENCIA       PIC Z(08)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WO-DESCRICAO       PIC X(60).
       01 WS-LINHA-ITEM.
           05 WI-TEXTO           PIC X(34).
           05 WI-VALOR           PIC Z(17)9.
       01 WS-LINHA-BRANCO    PIC X(110) VALUE SPACES.
       COPY "CADEPARM.CPY".
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: CADA VERIFICACAO COMECA DO
      *    ZERO, SEM OCORRENCIAS NEM ELO DA VEZ ANTERIOR.
           MOVE "N" TO WS-CADEIA-INICIADA WS-ANCORA-FALHOU.
           MOVE ZEROS TO WS-CONT-ARQUIVOS WS-CONT-REGISTROS
               WS-CONT-ANTERIORES WS-CONT-ENCADEADOS WS-CONT-MARCAS
               WS-CONT-ESQUEC WS-CONT-ERROS WS-CONT-AVISOS WS-CONT-REF
               WS-SEQ-ANT WS-ELO WS-PRIMEIRA-SEQ WS-ULT-LINHA.
           MOVE SPACES TO WS-ULT-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-HOJE.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-HOJE.
           OPEN OUTPUT RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC2.
           PERFORM LE-CONTROLE.
           PERFORM VARYING WS-IND-MES FROM WS-MESES-PROCURA BY -1
                   UNTIL WS-IND-MES = ZEROS
               PERFORM MONTA-NOME-MORTO
               PERFORM VERIFICA-ARQUIVO THRU VERIFICA-ARQUIVO-FIM
           END-PERFORM.
           MOVE "AMIGOS.LOG" TO WS-NOME-LOG.
           PERFORM VERIFICA-ARQUIVO THRU VERIFICA-ARQUIVO-FIM.
           PERFORM CONFERE-FIM-CADEIA THRU CONFERE-FIM-CADEIA-FIM.
           PERFORM VARYING WS-IND-MARCA FROM 1 BY 1
                   UNTIL WS-IND-MARCA > WS-CONT-REF
               PERFORM CONFERE-MARCAS THRU CONFERE-MARCAS-FIM
           END-PERFORM.
           PERFORM GRAVA-RESUMO.
           CLOSE RELATORIO.
           MOVE "VERIFLOG.LST" TO RP-ARQUIVO.
           MOVE "VERIFLOG" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           PERFORM ATUALIZA-ANCORA THRU ATUALIZA-ANCORA-FIM.
           DISPLAY "ARQUIVOS DE LOG LIDOS : " WS-CONT-ARQUIVOS.
           DISPLAY "REGISTROS CONFERIDOS  : " WS-CONT-ENCADEADOS.
           DISPLAY "OCORRENCIAS           : " WS-CONT-ERROS.
           IF WS-CONT-ERROS > ZEROS
               DISPLAY "ATENCAO: CADEIA DO LOG COM OCORRENCIAS - "
                   "VER VERIFLOG.LST"
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       LE-CONTROLE.
           SET TEM-CONTROLE TO FALSE.
           OPEN INPUT ARQ-LOGCTL.
           IF WS-FS-LOGCTL = "00"
               READ ARQ-LOGCTL
                   NOT AT END
                       SET TEM-CONTROLE TO TRUE
               END-READ
               CLOSE ARQ-LOGCTL
           END-IF.
           IF NOT TEM-CONTROLE
               MOVE ZEROS TO LC-ULT-SEQ LC-ULT-VERIF LC-INICIO-SEQ
                   LC-INICIO-ANT LC-ANCORA-SEQ LC-ANCORA-VERIF
                   LC-ANCORA-DATA
               MOVE SPACES TO WS-NOME-LOG
               MOVE ZEROS TO WS-LINHA-ARQ
               MOVE "AVISO" TO WS-TIPO-OCORR
               MOVE "AMIGLOG.CTL AUSENTE - INICIO E FIM NAO CONFERIDOS"
                   TO WS-TEXTO-OCORR
               MOVE ZEROS TO AU-SEQUENCIA
               PERFORM GRAVA-OCORRENCIA
           END-IF.
      *-----------------------------------------------------------------
      * NOME DO ARQUIVO MORTO DE WS-IND-MES - 1 MESES ATRAS.
       MONTA-NOME-MORTO.
           COMPUTE WS-TOT-MESES =
               WS-ANO-HOJE * 12 + WS-MES-HOJE - 1 - WS-IND-MES + 1.
           COMPUTE WS-ANO-ARQ = WS-TOT-MESES / 12.
           COMPUTE WS-MES-ARQ = FUNCTION MOD(WS-TOT-MESES, 12) + 1.
           MOVE SPACES TO WS-NOME-LOG.
           STRING "AMILOG" WS-ANO-ARQ WS-MES-ARQ ".LOG"
               DELIMITED BY SIZE INTO WS-NOME-LOG.
      *-----------------------------------------------------------------
       VERIFICA-ARQUIVO.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-LOG NOT = "00"
               GO TO VERIFICA-ARQUIVO-FIM.
           ADD 1 TO WS-CONT-ARQUIVOS.
           MOVE ZEROS TO WS-LINHA-ARQ.
           SET FIM-LOG TO FALSE.
           PERFORM UNTIL FIM-LOG
               READ ARQ-LOG
                   AT END
                       SET FIM-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-ARQ
                       PERFORM CONFERE-REGISTRO THRU
                           CONFERE-REGISTRO-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
           MOVE WS-NOME-LOG TO WS-ULT-ARQUIVO.
           MOVE WS-LINHA-ARQ TO WS-ULT-LINHA.
       VERIFICA-ARQUIVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-REGISTRO.
           ADD 1 TO WS-CONT-REGISTROS.
           IF AU-SEQUENCIA NOT NUMERIC OR AU-SEQUENCIA = ZEROS
               OR AU-VERIFICADOR NOT NUMERIC
               PERFORM REGISTRO-SEM-SEQUENCIA
               GO TO CONFERE-REGISTRO-FIM.
           ADD 1 TO WS-CONT-ENCADEADOS.
           SET CONFERE-ELO TO TRUE.
           IF NOT CADEIA-INICIADA
               PERFORM INICIA-CADEIA
           ELSE
               PERFORM CONFERE-SEQUENCIA
           END-IF.
           IF AU-OP-REMOVIDO
               ADD 1 TO WS-CONT-MARCAS
               PERFORM REGISTRA-MARCA
           ELSE
               IF CONFERE-ELO
                   PERFORM CONFERE-VERIFICADOR
               END-IF
           END-IF.
           IF AU-OP-ESQUECIMENTO
               ADD 1 TO WS-CONT-ESQUEC
               PERFORM REGISTRA-ESQUECIMENTO
           END-IF.
           IF LC-ANCORA-SEQ > ZEROS AND AU-SEQUENCIA = LC-ANCORA-SEQ
               AND AU-VERIFICADOR NOT = LC-ANCORA-VERIF
               SET ANCORA-FALHOU TO TRUE
               MOVE "ERRO" TO WS-TIPO-OCORR
               MOVE SPACES TO WS-TEXTO-OCORR
               STRING "DIFERE DA ANCORA DE " LC-ANCORA-DATA(7:2) "/"
                   LC-ANCORA-DATA(5:2) "/" LC-ANCORA-DATA(1:4)
                   " - CADEIA REESCRITA"
                   DELIMITED BY SIZE INTO WS-TEXTO-OCORR
               PERFORM GRAVA-OCORRENCIA
           END-IF.
           MOVE AU-SEQUENCIA TO WS-SEQ-ANT.
           MOVE AU-VERIFICADOR TO WS-ELO.
       CONFERE-REGISTRO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * LINHAS SEM SEQUENCIA SO SAO ACEITAS ANTES DO PRIMEIRO REGISTRO
      * NUMERADO (LOG GRAVADO ANTES DO ENCADEAMENTO).
       REGISTRO-SEM-SEQUENCIA.
           IF NOT CADEIA-INICIADA
               ADD 1 TO WS-CONT-ANTERIORES
           ELSE
               MOVE "ERRO" TO WS-TIPO-OCORR
               MOVE "REGISTRO SEM SEQUENCIA NO MEIO DA CADEIA"
                   TO WS-TEXTO-OCORR
               PERFORM GRAVA-OCORRENCIA
           END-IF.
      *-----------------------------------------------------------------
      * PRIMEIRO REGISTRO NUMERADO: SO HA ELO A CONFERIR SE ELE FOR O
      * INICIO REGISTRADO EM AMIGLOG.CTL.
       INICIA-CADEIA.
           SET CADEIA-INICIADA TO TRUE.
           MOVE AU-SEQUENCIA TO WS-PRIMEIRA-SEQ.
           EVALUATE TRUE
               WHEN LC-INICIO-SEQ > ZEROS
                       AND AU-SEQUENCIA = LC-INICIO-SEQ
                   MOVE LC-INICIO-ANT TO WS-ELO
               WHEN LC-INICIO-SEQ > ZEROS
                       AND AU-SEQUENCIA > LC-INICIO-SEQ
                   SET CONFERE-ELO TO FALSE
                   MOVE LC-INICIO-SEQ TO WS-SEQ-DE
                   COMPUTE WS-SEQ-ATE = AU-SEQUENCIA - 1
                   MOVE "ERRO" TO WS-TIPO-OCORR
                   PERFORM MONTA-TEXTO-LACUNA
                   PERFORM GRAVA-OCORRENCIA
               WHEN OTHER
                   SET CONFERE-ELO TO FALSE
                   MOVE "AVISO" TO WS-TIPO-OCORR
                   MOVE "INICIO DA CADEIA SEM ELO CONFERIVEL"
                       TO WS-TEXTO-OCORR
                   PERFORM GRAVA-OCORRENCIA
           END-EVALUATE.
      *-----------------------------------------------------------------
       CONFERE-SEQUENCIA.
           EVALUATE TRUE
               WHEN AU-SEQUENCIA = WS-SEQ-ANT + 1
                   CONTINUE
               WHEN AU-SEQUENCIA > WS-SEQ-ANT + 1
                   SET CONFERE-ELO TO FALSE
                   COMPUTE WS-SEQ-DE = WS-SEQ-ANT + 1
                   COMPUTE WS-SEQ-ATE = AU-SEQUENCIA - 1
                   MOVE "ERRO" TO WS-TIPO-OCORR
                   PERFORM MONTA-TEXTO-LACUNA
                   PERFORM GRAVA-OCORRENCIA
               WHEN OTHER
                   SET CONFERE-ELO TO FALSE
                   MOVE "ERRO" TO WS-TIPO-OCORR
                   MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                       TO WS-TEXTO-OCORR
                   PERFORM GRAVA-OCORRENCIA
           END-EVALUATE.
      *-----------------------------------------------------------------
      * SE SO ESTE REGISTRO FOI MEXIDO, SO ELE FALHA (O SEGUINTE
      * ENCADEIA NO VERIFICADOR GRAVADO); SE O VERIFICADOR DO ANTERIOR
      * FOI REFEITO, FALHA ESTE, QUE ESTAVA PRESO AO VALOR ANTIGO.
       CONFERE-VERIFICADOR.
           MOVE AUDIT-REC TO CD-REGISTRO.
           MOVE WS-ELO TO CD-VERIF-ANTERIOR.
           CALL "ENCADEIA" USING CADEIA-PARAMETROS.
           IF CD-VERIFICADOR NOT = AU-VERIFICADOR
               MOVE "ERRO" TO WS-TIPO-OCORR
               MOVE "VERIFICADOR NAO CONFERE: ALTERADO OU ELO QUEBRADO"
                   TO WS-TEXTO-OCORR
               PERFORM GRAVA-OCORRENCIA
           END-IF.
      *-----------------------------------------------------------------
       MONTA-TEXTO-LACUNA.
           MOVE WS-SEQ-DE TO WS-SEQ-DE-ED.
           MOVE WS-SEQ-ATE TO WS-SEQ-ATE-ED.
           MOVE SPACES TO WS-TEXTO-OCORR.
           STRING "LACUNA: FALTAM AS SEQUENCIAS "
               FUNCTION TRIM(WS-SEQ-DE-ED) " A "
               FUNCTION TRIM(WS-SEQ-ATE-ED)
               DELIMITED BY SIZE INTO WS-TEXTO-OCORR.
      *-----------------------------------------------------------------
       REGISTRA-MARCA.
           MOVE AU-VALOR-ANTES(1:35) TO WS-REFERENCIA.
           PERFORM PROCURA-REFERENCIA.
           IF ACHOU-MARCA
               IF WS-MAR-QTDE (WS-IND-MARCA) = ZEROS
                   MOVE WS-NOME-LOG TO WS-MAR-ARQUIVO (WS-IND-MARCA)
                   MOVE WS-LINHA-ARQ TO WS-MAR-LINHA (WS-IND-MARCA)
                   MOVE AU-SEQUENCIA TO
                       WS-MAR-SEQUENCIA (WS-IND-MARCA)
               END-IF
               ADD 1 TO WS-MAR-QTDE (WS-IND-MARCA)
           END-IF.
      *-----------------------------------------------------------------
       REGISTRA-ESQUECIMENTO.
           MOVE AU-VALOR-ANTES(1:35) TO WS-REFERENCIA.
           PERFORM PROCURA-REFERENCIA.
           IF ACHOU-MARCA
               MOVE "S" TO WS-MAR-TEM-ESQ (WS-IND-MARCA)
               IF AU-VALOR-DEPOIS(25:9) IS NUMERIC
                   MOVE AU-VALOR-DEPOIS(25:9) TO
                       WS-MAR-DECLARADA (WS-IND-MARCA)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * LOCALIZA A REFERENCIA NA TABELA, INCLUINDO-A SE FOR NOVA.
       PROCURA-REFERENCIA.
           SET ACHOU-MARCA TO FALSE.
           PERFORM VARYING WS-IND-MARCA FROM 1 BY 1
                   UNTIL WS-IND-MARCA > WS-CONT-REF
                   OR ACHOU-MARCA
               IF WS-MAR-REFERENCIA (WS-IND-MARCA) = WS-REFERENCIA
                   SET ACHOU-MARCA TO TRUE
               END-IF
           END-PERFORM.
           IF ACHOU-MARCA
               SUBTRACT 1 FROM WS-IND-MARCA
           ELSE
               IF WS-CONT-REF < 100
                   ADD 1 TO WS-CONT-REF
                   MOVE WS-CONT-REF TO WS-IND-MARCA
                   MOVE WS-REFERENCIA TO
                       WS-MAR-REFERENCIA (WS-IND-MARCA)
                   MOVE ZEROS TO WS-MAR-QTDE (WS-IND-MARCA)
                       WS-MAR-DECLARADA (WS-IND-MARCA)
                       WS-MAR-LINHA (WS-IND-MARCA)
                       WS-MAR-SEQUENCIA (WS-IND-MARCA)
                   MOVE "N" TO WS-MAR-TEM-ESQ (WS-IND-MARCA)
                   MOVE SPACES TO WS-MAR-ARQUIVO (WS-IND-MARCA)
                   SET ACHOU-MARCA TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * O FIM DA CADEIA TEM DE BATER COM O ULTIMO REGISTRO QUE O
      * GRAVAUDI ANOTOU EM AMIGLOG.CTL: LINHAS TIRADAS DO FIM DO LOG
      * NAO DEIXAM LACUNA ENTRE REGISTROS.
       CONFERE-FIM-CADEIA.
           IF NOT TEM-CONTROLE
               GO TO CONFERE-FIM-CADEIA-FIM.
           MOVE WS-ULT-ARQUIVO TO WS-NOME-LOG.
           MOVE WS-ULT-LINHA TO WS-LINHA-ARQ.
           MOVE WS-SEQ-ANT TO AU-SEQUENCIA.
           MOVE "ERRO" TO WS-TIPO-OCORR.
           IF NOT CADEIA-INICIADA
               IF LC-ULT-SEQ > ZEROS
                   MOVE "NENHUM REGISTRO NUMERADO, MAS HA NO CONTROLE"
                       TO WS-TEXTO-OCORR
                   PERFORM GRAVA-OCORRENCIA
               END-IF
               GO TO CONFERE-FIM-CADEIA-FIM
           END-IF.
           EVALUATE TRUE
               WHEN WS-SEQ-ANT < LC-ULT-SEQ
                   COMPUTE WS-SEQ-DE = WS-SEQ-ANT + 1
                   MOVE LC-ULT-SEQ TO WS-SEQ-ATE
                   PERFORM MONTA-TEXTO-LACUNA
                   PERFORM GRAVA-OCORRENCIA
               WHEN WS-SEQ-ANT > LC-ULT-SEQ
                   MOVE "ULTIMA SEQUENCIA ALEM DA ANOTADA NO CONTROLE"
                       TO WS-TEXTO-OCORR
                   PERFORM GRAVA-OCORRENCIA
               WHEN WS-ELO NOT = LC-ULT-VERIF
                   MOVE "ULTIMO VERIFICADOR DIFERE DO CONTROLE"
                       TO WS-TEXTO-OCORR
                   PERFORM GRAVA-OCORRENCIA
           END-EVALUATE.
       CONFERE-FIM-CADEIA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * CADA GRUPO DE MARCAS DE REMOCAO PRECISA DO REGISTRO L DA MESMA
      * EXECUCAO DO LGPDESQ, QUE DECLARA QUANTAS MARCAS DEIXOU. MENOS
      * MARCAS QUE AS DECLARADAS E NORMAL QUANDO A RETENCAO JA LEVOU
      * PARTE DELAS.
       CONFERE-MARCAS.
           IF WS-MAR-QTDE (WS-IND-MARCA) = ZEROS
               GO TO CONFERE-MARCAS-FIM.
           MOVE WS-MAR-ARQUIVO (WS-IND-MARCA) TO WS-NOME-LOG.
           MOVE WS-MAR-LINHA (WS-IND-MARCA) TO WS-LINHA-ARQ.
           MOVE WS-MAR-SEQUENCIA (WS-IND-MARCA) TO AU-SEQUENCIA.
           MOVE "ERRO" TO WS-TIPO-OCORR.
           IF WS-MAR-TEM-ESQ (WS-IND-MARCA) NOT = "S"
               MOVE "MARCA DE REMOCAO SEM REGISTRO DE ESQUECIMENTO (L)"
                   TO WS-TEXTO-OCORR
               PERFORM GRAVA-OCORRENCIA
               GO TO CONFERE-MARCAS-FIM.
           IF WS-MAR-QTDE (WS-IND-MARCA) >
                   WS-MAR-DECLARADA (WS-IND-MARCA)
               MOVE "MAIS MARCAS DE REMOCAO QUE AS DECLARADAS NO L"
                   TO WS-TEXTO-OCORR
               PERFORM GRAVA-OCORRENCIA
           END-IF.
       CONFERE-MARCAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-OCORRENCIA.
           IF WS-TIPO-OCORR = "ERRO"
               ADD 1 TO WS-CONT-ERROS
           ELSE
               ADD 1 TO WS-CONT-AVISOS
           END-IF.
           MOVE WS-TIPO-OCORR TO WO-TIPO.
           MOVE WS-NOME-LOG TO WO-ARQUIVO.
           MOVE WS-LINHA-ARQ TO WO-LINHA.
           IF AU-SEQUENCIA IS NUMERIC
               MOVE AU-SEQUENCIA TO WO-SEQUENCIA
           ELSE
               MOVE ZEROS TO WO-SEQUENCIA
           END-IF.
           MOVE WS-TEXTO-OCORR TO WO-DESCRICAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OCORRENCIA.
      *-----------------------------------------------------------------
       GRAVA-RESUMO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "ARQUIVOS LIDOS                  :" TO WI-TEXTO.
           MOVE WS-CONT-ARQUIVOS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "REGISTROS LIDOS                 :" TO WI-TEXTO.
           MOVE WS-CONT-REGISTROS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "  ANTERIORES A CADEIA           :" TO WI-TEXTO.
           MOVE WS-CONT-ANTERIORES TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "  NUMERADOS                     :" TO WI-TEXTO.
           MOVE WS-CONT-ENCADEADOS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "  MARCAS DE REMOCAO (X)         :" TO WI-TEXTO.
           MOVE WS-CONT-MARCAS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "  ESQUECIMENTOS LGPD (L)        :" TO WI-TEXTO.
           MOVE WS-CONT-ESQUEC TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "PRIMEIRA SEQUENCIA              :" TO WI-TEXTO.
           MOVE WS-PRIMEIRA-SEQ TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "ULTIMA SEQUENCIA                :" TO WI-TEXTO.
           MOVE WS-SEQ-ANT TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "ULTIMO VERIFICADOR              :" TO WI-TEXTO.
           MOVE WS-ELO TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "OCORRENCIAS                     :" TO WI-TEXTO.
           MOVE WS-CONT-ERROS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
           MOVE "AVISOS                          :" TO WI-TEXTO.
           MOVE WS-CONT-AVISOS TO WI-VALOR.
           WRITE LINHA-RELATORIO FROM WS-LINHA-ITEM.
      *-----------------------------------------------------------------
      * A ANCORA GUARDA ATE ONDE A CADEIA FOI CONFERIDA; NA PROXIMA
      * EXECUCAO AQUELE REGISTRO TEM DE TER O MESMO VERIFICADOR. SE A
      * ANCORA ANTIGA NAO BATEU, ELA FICA, PARA A OCORRENCIA VOLTAR.
       ATUALIZA-ANCORA.
           IF NOT TEM-CONTROLE OR NOT CADEIA-INICIADA
               OR ANCORA-FALHOU
               GO TO ATUALIZA-ANCORA-FIM.
           OPEN INPUT ARQ-LOGCTL.
           IF WS-FS-LOGCTL NOT = "00"
               GO TO ATUALIZA-ANCORA-FIM.
           READ ARQ-LOGCTL
               AT END
                   MOVE "10" TO WS-FS-LOGCTL
           END-READ.
           CLOSE ARQ-LOGCTL.
           IF WS-FS-LOGCTL NOT = "00"
               GO TO ATUALIZA-ANCORA-FIM.
           MOVE WS-SEQ-ANT TO LC-ANCORA-SEQ.
           MOVE WS-ELO TO LC-ANCORA-VERIF.
           MOVE WS-HOJE TO LC-ANCORA-DATA.
           OPEN OUTPUT ARQ-LOGCTL.
           WRITE LOGCTL-REC.
           CLOSE ARQ-LOGCTL.
       ATUALIZA-ANCORA-FIM.
           EXIT.
