       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMIREC.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * RECUPERACAO DO MESTRE DE AMIGOS POR       *
      * ROLL-FORWARD: RESTAURA UMA GERACAO DE     *
      * BACKUP (AMIBKPNNN.DAT) E REAPLICA AS      *
      * IMAGENS "DEPOIS" DO LOG DE AUDITORIA      *
      * (ARQUIVOS MORTOS AMILOGAAAAMM.LOG E O     *
      * AMIGOS.LOG CORRENTE) EM ORDEM DE DATA E   *
      * HORA, DO MOMENTO DO BACKUP ATE A DATA E   *
      * HORA LIMITE INFORMADAS PELO OPERADOR.     *
      * RELATORIO AMIREC.LST COM AS CONTAGENS POR *
      * OPERACAO (I/A/E/P) E OS REGISTROS DE LOG  *
      * QUE NAO PUDERAM SER APLICADOS.            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT ARQ-BACKUP ASSIGN TO DYNAMIC WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BACKUP.
           SELECT ARQ-CONTROLE ASSIGN TO "AMIBKP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
           SELECT ARQ-LOG ASSIGN TO DYNAMIC WS-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ARQ-ORDENA ASSIGN TO "AMIREC.SRT".
           SELECT RELATORIO ASSIGN TO "AMIREC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  ARQ-BACKUP
           LABEL RECORDS STANDARD.
       01  BACKUP-REC              PIC X(90).

       FD  ARQ-CONTROLE
           LABEL RECORDS STANDARD.
       01  CONTROLE-REC.
           05  CT-ULTIMA-GERACAO   PIC 9(03).

       FD  ARQ-LOG
           LABEL RECORDS STANDARD.
       01  LOG-REC                 PIC X(221).

       SD  ARQ-ORDENA.
       01  ORDENA-REC.
           05  SR-DATA             PIC 9(08).
           05  SR-HORA             PIC 9(08).
           05  SR-ORDEM            PIC 9(08).
           05  SR-AUDIT            PIC X(221).

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "AUDITREG.CPY".
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-BACKUP       PIC XX VALUE SPACES.
       01 WS-FS-CONTROLE     PIC XX VALUE SPACES.
       01 WS-FS-LOG          PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-BACKUP      PIC X VALUE "N".
           88 FIM-BACKUP         VALUE "S".
       01 WS-FIM-LOG         PIC X VALUE "N".
           88 FIM-LOG            VALUE "S".
       01 WS-FIM-ORDENA      PIC X VALUE "N".
           88 FIM-ORDENA         VALUE "S".
       01 WS-TEM-TRAILER     PIC X VALUE "N".
           88 TEM-TRAILER        VALUE "S".
       01 WS-RESTAURA-OK     PIC X VALUE "S".
           88 RESTAURA-OK        VALUE "S" FALSE "N".
       01 WS-ACHOU-AMIGO     PIC X VALUE "N".
           88 ACHOU-AMIGO        VALUE "S" FALSE "N".
       01 WS-NOME-BACKUP     PIC X(13) VALUE SPACES.
       01 WS-NOME-LOG        PIC X(16) VALUE SPACES.
       01 WS-GERACAO         PIC 9(03) VALUE ZEROS.
       01 WS-ENTRADA-GER     PIC X(03) VALUE SPACES.
       01 WS-GER-TRIM        PIC X(03) VALUE SPACES.
       01 WS-GER-LEN         PIC 9(02) VALUE ZEROS.
       01 WS-ENTRADA-DATA    PIC X(08) VALUE SPACES.
       01 WS-ENTRADA-HORA    PIC X(06) VALUE SPACES.
       01 WS-CONFIRMA        PIC X(01) VALUE SPACES.
       01 WS-MOMENTO-BACKUP.
           05 WS-BKP-DATA        PIC 9(08) VALUE ZEROS.
           05 WS-BKP-HORA        PIC 9(08) VALUE ZEROS.
       01 WS-MOMENTO-LIMITE.
           05 WS-LIM-DATA        PIC 9(08) VALUE ZEROS.
           05 WS-LIM-HORA        PIC 9(08) VALUE ZEROS.
       01 WS-MOMENTO-REG.
           05 WS-REG-DATA        PIC 9(08) VALUE ZEROS.
           05 WS-REG-HORA        PIC 9(08) VALUE ZEROS.
       01 WS-ANO-MES-LOG     PIC 9(06) VALUE ZEROS.
       01 WS-ANO-MES-HOJE    PIC 9(06) VALUE ZEROS.
       01 WS-ANO-LOG         PIC 9(04) VALUE ZEROS.
       01 WS-MES-LOG         PIC 9(02) VALUE ZEROS.
       01 WS-ORDEM           PIC 9(08) VALUE ZEROS.
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.
       01 WS-CONT-TOTAL      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ATIVOS     PIC 9(06) VALUE ZEROS.
       01 WS-CONT-INATIVOS   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ARQUIVOS   PIC 9(04) VALUE ZEROS.
       01 WS-CONT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SELEC      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-APLIC-I    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-APLIC-A    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-APLIC-E    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-APLIC-P    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJ-I      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJ-A      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJ-E      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJ-P      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJ-OUTRAS PIC 9(06) VALUE ZEROS.
       01 WS-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 WS-BKP-TRAILER.
           05 WS-TRL-TIPO        PIC X(01).
           05 WS-TRL-TOTAL       PIC 9(06).
           05 WS-TRL-ATIVOS      PIC 9(06).
           05 WS-TRL-INATIVOS    PIC 9(06).
           05 WS-TRL-DATA        PIC X(08).
           05 WS-TRL-HORA        PIC X(08).
           05 FILLER             PIC X(55).
       01 WS-LINHA-TITULO.
           05 FILLER PIC X(22) VALUE "RECUPERACAO DO MESTRE ".
           05 FILLER PIC X(08) VALUE "BACKUP: ".
           05 WC-BACKUP          PIC X(14).
           05 FILLER PIC X(06) VALUE " DE:  ".
           05 WC-BKP-DATA        PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WC-BKP-HORA        PIC 9(06).
           05 FILLER PIC X(07) VALUE "  ATE: ".
           05 WC-LIM-DATA        PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WC-LIM-HORA        PIC 9(06).
       01 WS-LINHA-CABEC.
           05 FILLER PIC X(09) VALUE "DATA".
           05 FILLER PIC X(09) VALUE "HORA".
           05 FILLER PIC X(13) VALUE "APELIDO".
           05 FILLER PIC X(03) VALUE "OP".
           05 FILLER PIC X(40) VALUE "MOTIVO DA NAO APLICACAO".
       01 WS-LINHA-REJEITO.
           05 WR-DATA            PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WR-HORA            PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WR-APELIDO         PIC X(13).
           05 WR-OPERACAO        PIC X(03).
           05 WR-MOTIVO          PIC X(40).
       01 WS-LINHA-OPERACAO.
           05 WO-DESCRICAO       PIC X(22).
           05 FILLER             PIC X(12) VALUE "APLICADOS: ".
           05 WO-APLICADOS       PIC ZZZZZ9.
           05 FILLER             PIC X(18)
               VALUE "   NAO APLICADOS: ".
           05 WO-REJEITADOS      PIC ZZZZZ9.
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(34).
           05 WT-QTDE            PIC ZZZZZ9.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCOLHE-GERACAO THRU ESCOLHE-GERACAO-FIM.
           IF WS-GERACAO = ZEROS
               DISPLAY "NENHUMA GERACAO DE BACKUP DISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM MONTA-NOME-BACKUP.
           PERFORM LE-TRAILER THRU LE-TRAILER-FIM.
           IF NOT TEM-TRAILER
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM ESCOLHE-MOMENTO-BACKUP THRU
               ESCOLHE-MOMENTO-BACKUP-FIM.
           PERFORM ESCOLHE-LIMITE THRU ESCOLHE-LIMITE-FIM.
           DISPLAY "RESTAURAR " WS-NOME-BACKUP " E REAPLICAR O LOG DE "
               WS-BKP-DATA " " WS-BKP-HORA(1:6) " ATE "
               WS-LIM-DATA " " WS-LIM-HORA(1:6) "? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "RECUPERACAO CANCELADA PELO OPERADOR"
               GO TO FIM
           END-IF.
           PERFORM RESTAURA-BACKUP THRU RESTAURA-BACKUP-FIM.
           IF NOT RESTAURA-OK
               DISPLAY "RESTAURACAO COM ERROS - LOG NAO REAPLICADO"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN I-O AMIGOS-MASTER.
           OPEN OUTPUT RELATORIO.
           PERFORM GRAVA-CABECALHO.
           SORT ARQ-ORDENA
               ON ASCENDING KEY SR-DATA SR-HORA SR-ORDEM
               INPUT PROCEDURE IS SELECIONA-LOG THRU SELECIONA-LOG-FIM
               OUTPUT PROCEDURE IS APLICA-LOG THRU APLICA-LOG-FIM.
           PERFORM GRAVA-TOTAIS.
           CLOSE AMIGOS-MASTER RELATORIO.
           MOVE "AMIREC.LST" TO RP-ARQUIVO.
           MOVE "AMIREC" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           PERFORM MOSTRA-RESUMO.
       FIM.
           STOP RUN.
      *-----------------------------------------------------------------
       ESCOLHE-GERACAO.
           DISPLAY "GERACAO DE PARTIDA (001-999, BRANCO = ULTIMA): ".
           ACCEPT WS-ENTRADA-GER.
           IF WS-ENTRADA-GER = SPACES
               OPEN INPUT ARQ-CONTROLE
               IF WS-FS-CONTROLE = "00"
                   READ ARQ-CONTROLE
                       NOT AT END
                           MOVE CT-ULTIMA-GERACAO TO WS-GERACAO
                   END-READ
                   CLOSE ARQ-CONTROLE
               END-IF
               GO TO ESCOLHE-GERACAO-FIM
           END-IF.
           MOVE FUNCTION TRIM(WS-ENTRADA-GER) TO WS-GER-TRIM.
           COMPUTE WS-GER-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA-GER)).
           IF WS-GER-TRIM(1:WS-GER-LEN) NOT NUMERIC
               DISPLAY "GERACAO INVALIDA - DIGITE SOMENTE NUMEROS"
               GO TO ESCOLHE-GERACAO.
           COMPUTE WS-GERACAO = FUNCTION NUMVAL(WS-ENTRADA-GER).
       ESCOLHE-GERACAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       MONTA-NOME-BACKUP.
           MOVE SPACES TO WS-NOME-BACKUP.
           STRING "AMIBKP" WS-GERACAO ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-BACKUP.
      *-----------------------------------------------------------------
       LE-TRAILER.
      *    PRIMEIRA PASSADA NO BACKUP: SO LOCALIZA O TRAILER, QUE
      *    TRAZ A DATA/HORA DA DESCARGA.
           OPEN INPUT ARQ-BACKUP.
           IF WS-FS-BACKUP NOT = "00"
               DISPLAY "BACKUP NAO ENCONTRADO: " WS-NOME-BACKUP
               GO TO LE-TRAILER-FIM
           END-IF.
           PERFORM UNTIL FIM-BACKUP
               READ ARQ-BACKUP
                   AT END
                       SET FIM-BACKUP TO TRUE
                   NOT AT END
                       IF BACKUP-REC(1:1) = "T"
                           SET TEM-TRAILER TO TRUE
                           MOVE BACKUP-REC TO WS-BKP-TRAILER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BACKUP.
           IF NOT TEM-TRAILER
               DISPLAY "BACKUP SEM TRAILER - RECUPERACAO RECUSADA"
           END-IF.
       LE-TRAILER-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ESCOLHE-MOMENTO-BACKUP.
      *    GERACOES ANTIGAS NAO TRAZEM A DATA/HORA NO TRAILER: O
      *    OPERADOR INFORMA A DATA E O LOG E REAPLICADO DESDE O
      *    INICIO DAQUELE DIA (AS IMAGENS SAO COMPLETAS, ENTAO
      *    REAPLICAR O QUE JA ESTAVA NO BACKUP NAO ALTERA O MESTRE).
           IF WS-TRL-DATA IS NUMERIC AND WS-TRL-HORA IS NUMERIC
               MOVE WS-TRL-DATA TO WS-BKP-DATA
               MOVE WS-TRL-HORA TO WS-BKP-HORA
               GO TO ESCOLHE-MOMENTO-BACKUP-FIM
           END-IF.
           DISPLAY "BACKUP SEM DATA/HORA NO TRAILER".
           DISPLAY "DATA EM QUE O BACKUP FOI GERADO (AAAAMMDD): ".
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA NOT NUMERIC
               OR WS-ENTRADA-DATA(5:2) < "01"
               OR WS-ENTRADA-DATA(5:2) > "12"
               OR WS-ENTRADA-DATA(7:2) < "01"
               OR WS-ENTRADA-DATA(7:2) > "31"
               DISPLAY "DATA INVALIDA"
               GO TO ESCOLHE-MOMENTO-BACKUP.
           MOVE WS-ENTRADA-DATA TO WS-BKP-DATA.
           MOVE ZEROS TO WS-BKP-HORA.
       ESCOLHE-MOMENTO-BACKUP-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ESCOLHE-LIMITE.
           DISPLAY "DATA LIMITE (AAAAMMDD, BRANCO = HOJE): ".
           ACCEPT WS-ENTRADA-DATA.
           IF WS-ENTRADA-DATA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIM-DATA
           ELSE
               IF WS-ENTRADA-DATA NOT NUMERIC
                   OR WS-ENTRADA-DATA(5:2) < "01"
                   OR WS-ENTRADA-DATA(5:2) > "12"
                   OR WS-ENTRADA-DATA(7:2) < "01"
                   OR WS-ENTRADA-DATA(7:2) > "31"
                   DISPLAY "DATA INVALIDA"
                   GO TO ESCOLHE-LIMITE
               END-IF
               MOVE WS-ENTRADA-DATA TO WS-LIM-DATA
           END-IF.
       ROT-HORA-LIMITE.
           DISPLAY "HORA LIMITE (HHMMSS, BRANCO = 235959): ".
           ACCEPT WS-ENTRADA-HORA.
           IF WS-ENTRADA-HORA = SPACES
               MOVE "235959" TO WS-ENTRADA-HORA
           END-IF.
           IF WS-ENTRADA-HORA NOT NUMERIC
               OR WS-ENTRADA-HORA(1:2) > "23"
               OR WS-ENTRADA-HORA(3:2) > "59"
               OR WS-ENTRADA-HORA(5:2) > "59"
               DISPLAY "HORA INVALIDA"
               GO TO ROT-HORA-LIMITE.
      *    O LIMITE INCLUI O SEGUNDO INFORMADO INTEIRO (CENTESIMOS 99).
           MOVE WS-ENTRADA-HORA TO WS-LIM-HORA(1:6).
           MOVE "99" TO WS-LIM-HORA(7:2).
           IF WS-MOMENTO-LIMITE < WS-MOMENTO-BACKUP
               DISPLAY "LIMITE ANTERIOR AO BACKUP - INFORME DE NOVO"
               GO TO ESCOLHE-LIMITE.
       ESCOLHE-LIMITE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       RESTAURA-BACKUP.
           MOVE "N" TO WS-FIM-BACKUP.
           OPEN INPUT ARQ-BACKUP.
           OPEN OUTPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "ERRO AO RECRIAR AMIGOS.DAT - STATUS "
                   WS-FS-AMIGOS
               CLOSE ARQ-BACKUP
               SET RESTAURA-OK TO FALSE
               GO TO RESTAURA-BACKUP-FIM
           END-IF.
           PERFORM UNTIL FIM-BACKUP
               READ ARQ-BACKUP
                   AT END
                       SET FIM-BACKUP TO TRUE
                   NOT AT END
                       PERFORM RESTAURA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE ARQ-BACKUP AMIGOS-MASTER.
           IF WS-CONT-TOTAL NOT = WS-TRL-TOTAL
               OR WS-CONT-ATIVOS NOT = WS-TRL-ATIVOS
               OR WS-CONT-INATIVOS NOT = WS-TRL-INATIVOS
               DISPLAY "CONTAGENS NAO CONFEREM COM O TRAILER"
               DISPLAY "  RESTAURADOS: " WS-CONT-TOTAL
                   " ATIVOS: " WS-CONT-ATIVOS
                   " INATIVOS: " WS-CONT-INATIVOS
               DISPLAY "  TRAILER    : " WS-TRL-TOTAL
                   " ATIVOS: " WS-TRL-ATIVOS
                   " INATIVOS: " WS-TRL-INATIVOS
               SET RESTAURA-OK TO FALSE
           END-IF.
       RESTAURA-BACKUP-FIM.
           EXIT.
      *-----------------------------------------------------------------
       RESTAURA-REGISTRO.
           EVALUATE BACKUP-REC(1:1)
               WHEN "D"
                   MOVE BACKUP-REC(2:89) TO AMIGOS-REC
                   WRITE AMIGOS-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR " AM-APELIDO
                           SET RESTAURA-OK TO FALSE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-TOTAL
                           IF AM-REG-ATIVO
                               ADD 1 TO WS-CONT-ATIVOS
                           ELSE
                               ADD 1 TO WS-CONT-INATIVOS
                           END-IF
                   END-WRITE
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REGISTRO DE BACKUP INVALIDO IGNORADO"
                   SET RESTAURA-OK TO FALSE
           END-EVALUATE.
      *-----------------------------------------------------------------
       SELECIONA-LOG.
      *    LE OS ARQUIVOS MORTOS DO MES DO BACKUP ATE O MES CORRENTE
      *    (O FECHAMENTO PODE TER LEVADO MESES ANTERIORES PARA UM
      *    ARQUIVO MAIS NOVO) E DEPOIS O AMIGOS.LOG. SO ENTRAM NA
      *    ORDENACAO OS REGISTROS POSTERIORES AO BACKUP E ATE O
      *    LIMITE; A ORDEM DE LEITURA DESEMPATA DATA/HORA IGUAIS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANO-MES-HOJE.
           MOVE WS-BKP-DATA(1:4) TO WS-ANO-LOG.
           MOVE WS-BKP-DATA(5:2) TO WS-MES-LOG.
           COMPUTE WS-ANO-MES-LOG = WS-ANO-LOG * 100 + WS-MES-LOG.
           PERFORM UNTIL WS-ANO-MES-LOG > WS-ANO-MES-HOJE
               MOVE SPACES TO WS-NOME-LOG
               STRING "AMILOG" WS-ANO-MES-LOG ".LOG"
                   DELIMITED BY SIZE INTO WS-NOME-LOG
               PERFORM LE-ARQUIVO-LOG THRU LE-ARQUIVO-LOG-FIM
               IF WS-MES-LOG = 12
                   ADD 1 TO WS-ANO-LOG
                   MOVE 1 TO WS-MES-LOG
               ELSE
                   ADD 1 TO WS-MES-LOG
               END-IF
               COMPUTE WS-ANO-MES-LOG = WS-ANO-LOG * 100 + WS-MES-LOG
           END-PERFORM.
           MOVE "AMIGOS.LOG" TO WS-NOME-LOG.
           PERFORM LE-ARQUIVO-LOG THRU LE-ARQUIVO-LOG-FIM.
       SELECIONA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LE-ARQUIVO-LOG.
           OPEN INPUT ARQ-LOG.
           IF WS-FS-LOG NOT = "00"
               GO TO LE-ARQUIVO-LOG-FIM
           END-IF.
           ADD 1 TO WS-CONT-ARQUIVOS.
           DISPLAY "LENDO " WS-NOME-LOG.
           MOVE "N" TO WS-FIM-LOG.
           PERFORM UNTIL FIM-LOG
               READ ARQ-LOG INTO AUDIT-REC
                   AT END
                       SET FIM-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM SELECIONA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE ARQ-LOG.
       LE-ARQUIVO-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
       SELECIONA-REGISTRO.
           MOVE AU-DATA TO WS-REG-DATA.
           MOVE AU-HORA TO WS-REG-HORA.
      *    O CONSENTIMENTO (OPERACAO C) FICA EM CONSENT.DAT, FORA DO
      *    MESTRE; NAO HA O QUE REAPLICAR. MARCAS DE REMOCAO (X) E O
      *    REGISTRO DO ESQUECIMENTO (L) TAMBEM NAO TEM IMAGEM DO MESTRE.
           IF WS-MOMENTO-REG >= WS-MOMENTO-BACKUP
               AND WS-MOMENTO-REG <= WS-MOMENTO-LIMITE
               AND NOT AU-OP-CONSENTIMENTO
               AND NOT AU-OP-REMOVIDO
               AND NOT AU-OP-ESQUECIMENTO
               ADD 1 TO WS-ORDEM
               ADD 1 TO WS-CONT-SELEC
               MOVE AU-DATA TO SR-DATA
               MOVE AU-HORA TO SR-HORA
               MOVE WS-ORDEM TO SR-ORDEM
               MOVE AUDIT-REC TO SR-AUDIT
               RELEASE ORDENA-REC
           END-IF.
      *-----------------------------------------------------------------
       APLICA-LOG.
           PERFORM UNTIL FIM-ORDENA
               RETURN ARQ-ORDENA
                   AT END
                       SET FIM-ORDENA TO TRUE
                   NOT AT END
                       MOVE SR-AUDIT TO AUDIT-REC
                       PERFORM APLICA-REGISTRO THRU
                           APLICA-REGISTRO-FIM
               END-RETURN
           END-PERFORM.
       APLICA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APLICA-REGISTRO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE AU-APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   SET ACHOU-AMIGO TO FALSE
               NOT INVALID KEY
                   SET ACHOU-AMIGO TO TRUE
           END-READ.
           IF (AU-OP-INCLUSAO OR AU-OP-ALTERACAO)
               AND AU-VALOR-DEPOIS = SPACES
               MOVE "IMAGEM DEPOIS EM BRANCO" TO WS-MOTIVO
               PERFORM REJEITA-REGISTRO
               GO TO APLICA-REGISTRO-FIM.
           IF AU-VALOR-DEPOIS NOT = SPACES
               AND AU-VALOR-DEPOIS(1:12) NOT = AU-APELIDO
               MOVE "IMAGEM DEPOIS DE OUTRO APELIDO" TO WS-MOTIVO
               PERFORM REJEITA-REGISTRO
               GO TO APLICA-REGISTRO-FIM.
           EVALUATE TRUE
               WHEN AU-OP-INCLUSAO
                   PERFORM APLICA-INCLUSAO
               WHEN AU-OP-ALTERACAO
                   PERFORM APLICA-ALTERACAO
               WHEN AU-OP-EXCLUSAO
                   PERFORM APLICA-EXCLUSAO
               WHEN AU-OP-EXPURGO
                   PERFORM APLICA-EXPURGO
               WHEN OTHER
                   MOVE "OPERACAO DESCONHECIDA NO LOG" TO WS-MOTIVO
                   PERFORM REJEITA-REGISTRO
           END-EVALUATE.
       APLICA-REGISTRO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       APLICA-INCLUSAO.
      *    INCLUSAO DE APELIDO QUE JA ESTA NO MESTRE (REGISTRO
      *    GRAVADO DURANTE A DESCARGA, OU CHAVE REUTILIZADA APOS
      *    EXPURGO) E REGRAVADA COM A IMAGEM DO LOG.
           PERFORM MONTA-IMAGEM.
           IF ACHOU-AMIGO
               REWRITE AMIGOS-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR O MESTRE" TO WS-MOTIVO
               END-REWRITE
           ELSE
               WRITE AMIGOS-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR O MESTRE" TO WS-MOTIVO
               END-WRITE
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CONT-APLIC-I
           ELSE
               PERFORM REJEITA-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       APLICA-ALTERACAO.
           IF NOT ACHOU-AMIGO
               MOVE "ALTERACAO DE APELIDO AUSENTE DO MESTRE"
                   TO WS-MOTIVO
           ELSE
               PERFORM MONTA-IMAGEM
               REWRITE AMIGOS-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR O MESTRE" TO WS-MOTIVO
               END-REWRITE
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CONT-APLIC-A
           ELSE
               PERFORM REJEITA-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       APLICA-EXCLUSAO.
           IF NOT ACHOU-AMIGO
               MOVE "EXCLUSAO DE APELIDO AUSENTE DO MESTRE"
                   TO WS-MOTIVO
           ELSE
               IF AU-VALOR-DEPOIS = SPACES
                   SET AM-REG-INATIVO TO TRUE
               ELSE
                   PERFORM MONTA-IMAGEM
               END-IF
               REWRITE AMIGOS-REC
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR O MESTRE" TO WS-MOTIVO
               END-REWRITE
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CONT-APLIC-E
           ELSE
               PERFORM REJEITA-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       APLICA-EXPURGO.
           IF NOT ACHOU-AMIGO
               MOVE "EXPURGO DE APELIDO AUSENTE DO MESTRE"
                   TO WS-MOTIVO
           ELSE
               DELETE AMIGOS-MASTER
                   INVALID KEY
                       MOVE "ERRO AO EXPURGAR DO MESTRE" TO WS-MOTIVO
               END-DELETE
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CONT-APLIC-P
           ELSE
               PERFORM REJEITA-REGISTRO
           END-IF.
      *-----------------------------------------------------------------
       MONTA-IMAGEM.
      *    A IMAGEM DO LOG E A MESMA DO STRING DOS PROGRAMAS DE
      *    MANUTENCAO: APELIDO NOME EMAIL1 EMAIL2 DATANASC1 ATIVO.
           MOVE AU-VALOR-DEPOIS(1:12) TO AM-APELIDO.
           MOVE AU-VALOR-DEPOIS(13:30) TO AM-NOME.
           MOVE AU-VALOR-DEPOIS(43:15) TO AM-EMAIL1.
           MOVE AU-VALOR-DEPOIS(58:15) TO AM-EMAIL2.
           MOVE AU-VALOR-DEPOIS(73:8) TO AM-DATANASC AM-DATANASC1.
           MOVE AU-VALOR-DEPOIS(81:1) TO AM-ATIVO.
      *-----------------------------------------------------------------
       REJEITA-REGISTRO.
           ADD 1 TO WS-CONT-REJEITADOS.
           EVALUATE TRUE
               WHEN AU-OP-INCLUSAO
                   ADD 1 TO WS-CONT-REJ-I
               WHEN AU-OP-ALTERACAO
                   ADD 1 TO WS-CONT-REJ-A
               WHEN AU-OP-EXCLUSAO
                   ADD 1 TO WS-CONT-REJ-E
               WHEN AU-OP-EXPURGO
                   ADD 1 TO WS-CONT-REJ-P
               WHEN OTHER
                   ADD 1 TO WS-CONT-REJ-OUTRAS
           END-EVALUATE.
           MOVE AU-DATA TO WR-DATA.
           MOVE AU-HORA TO WR-HORA.
           MOVE AU-APELIDO TO WR-APELIDO.
           MOVE AU-OPERACAO TO WR-OPERACAO.
           MOVE WS-MOTIVO TO WR-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-REJEITO.
      *-----------------------------------------------------------------
       GRAVA-CABECALHO.
           MOVE WS-NOME-BACKUP TO WC-BACKUP.
           MOVE WS-BKP-DATA TO WC-BKP-DATA.
           MOVE WS-BKP-HORA(1:6) TO WC-BKP-HORA.
           MOVE WS-LIM-DATA TO WC-LIM-DATA.
           MOVE WS-LIM-HORA(1:6) TO WC-LIM-HORA.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC.
      *-----------------------------------------------------------------
       GRAVA-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGISTROS DO BACKUP             : " TO WT-DESCRICAO.
           MOVE WS-CONT-TOTAL TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "ARQUIVOS DE LOG LIDOS           : " TO WT-DESCRICAO.
           MOVE WS-CONT-ARQUIVOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS DE LOG LIDOS          : " TO WT-DESCRICAO.
           MOVE WS-CONT-LIDOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "REGISTROS NO PERIODO            : " TO WT-DESCRICAO.
           MOVE WS-CONT-SELEC TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "INCLUSOES  (I)" TO WO-DESCRICAO.
           MOVE WS-CONT-APLIC-I TO WO-APLICADOS.
           MOVE WS-CONT-REJ-I TO WO-REJEITADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO.
           MOVE "ALTERACOES (A)" TO WO-DESCRICAO.
           MOVE WS-CONT-APLIC-A TO WO-APLICADOS.
           MOVE WS-CONT-REJ-A TO WO-REJEITADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO.
           MOVE "EXCLUSOES  (E)" TO WO-DESCRICAO.
           MOVE WS-CONT-APLIC-E TO WO-APLICADOS.
           MOVE WS-CONT-REJ-E TO WO-REJEITADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO.
           MOVE "EXPURGOS   (P)" TO WO-DESCRICAO.
           MOVE WS-CONT-APLIC-P TO WO-APLICADOS.
           MOVE WS-CONT-REJ-P TO WO-REJEITADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO.
           MOVE "OUTRAS OPERACOES" TO WO-DESCRICAO.
           MOVE ZEROS TO WO-APLICADOS.
           MOVE WS-CONT-REJ-OUTRAS TO WO-REJEITADOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-OPERACAO.
           MOVE "TOTAL NAO APLICADOS             : " TO WT-DESCRICAO.
           MOVE WS-CONT-REJEITADOS TO WT-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       MOSTRA-RESUMO.
           DISPLAY "BACKUP RESTAURADO     : " WS-NOME-BACKUP
               " (" WS-CONT-TOTAL " REGISTROS)".
           DISPLAY "ARQUIVOS DE LOG LIDOS : " WS-CONT-ARQUIVOS.
           DISPLAY "REGISTROS NO PERIODO  : " WS-CONT-SELEC.
           DISPLAY "  INCLUSOES  (I)      : " WS-CONT-APLIC-I.
           DISPLAY "  ALTERACOES (A)      : " WS-CONT-APLIC-A.
           DISPLAY "  EXCLUSOES  (E)      : " WS-CONT-APLIC-E.
           DISPLAY "  EXPURGOS   (P)      : " WS-CONT-APLIC-P.
           DISPLAY "NAO APLICADOS         : " WS-CONT-REJEITADOS.
           DISPLAY "DETALHES EM AMIREC.LST".
           DISPLAY "RODE O NDXGERA PARA RECRIAR O INDICE DE NOMES".
           IF WS-CONT-REJEITADOS NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
