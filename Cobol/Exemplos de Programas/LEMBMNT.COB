       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEMBMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DOS LEMBRETES SOBRE OS AMIGOS  *
      * (INCLUSAO/ALTERACAO/EXCLUSAO) E BAIXA DO  *
      * LEMBRETE FEITO. LEMBRETE QUE SE REPETE    *
      * TEM O VENCIMENTO AVANCADO E CONTINUA EM   *
      * ABERTO; O QUE NAO SE REPETE E CONCLUIDO.  *
      * NA BAIXA PODE-SE REGISTRAR O CONTATO DO   *
      * DIA EM CONTATO.DAT. OS LEMBRETES EM       *
      * ABERTO APARECEM NA CONSULTA DETALHADA     *
      * (DDD) E NA LISTA DO DIA (LEMBLIST).       *
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
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT LEMBRETE-MASTER ASSIGN TO "LEMBRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-LEMBRETE.
           SELECT CONTATO-MASTER ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-CONTATO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  CONTATO-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONTATOR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO           PIC X(12) VALUE SPACES.
       01 SEQUENCIA         PIC 9(03) VALUE ZEROS.
       01 OPCAO             PIC X(01) VALUE SPACES.
       01 TEXTO             PIC X(60) VALUE SPACES.
       01 REPETE-QTD        PIC 9(03) VALUE ZEROS.
       01 REPETE-UNID       PIC X(01) VALUE SPACES.
       01 REGISTRA          PIC X(01) VALUE SPACES.
       01 TIPO              PIC X(01) VALUE SPACES.
       01 DATAVENC.
           03 DIA           PIC 99.
           03 MES           PIC 9(02).
           03 ANO.
               05 MIL       PIC 9.
               05 SEC       PIC 9.
               05 DEC       PIC 99.
           03 ANO-NUM REDEFINES ANO PIC 9(04).
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-LEMBRETE    PIC XX VALUE SPACES.
       01 WS-FS-CONTATO     PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-DATA-MASC      PIC X(10) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-VENC-INT       PIC 9(07) VALUE ZEROS.
       01 WS-VENC.
           05 WS-VENC-ANO       PIC 9(04).
           05 WS-VENC-MES       PIC 9(02).
           05 WS-VENC-DIA       PIC 9(02).
       01 WS-VENC-NUM REDEFINES WS-VENC PIC 9(08).
       01 WS-TOTAL-MESES    PIC 9(06) VALUE ZEROS.
       01 WS-RESTO-MES      PIC 9(02) VALUE ZEROS.
       01 WS-ULTIMO-DIA     PIC 9(02) VALUE ZEROS.
       01 WS-ACHOU-LEMBRETE PIC X VALUE "N".
           88 ACHOU-LEMBRETE    VALUE "S" FALSE "N".
       77 WS-DATA-VALIDA    PIC X VALUE "N".
           88 DATA-VALIDA       VALUE "S" FALSE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "LEMBRETES SOBRE OS AMIGOS".
           DISPLAY (05, 10)
               "OPCAO (I=INCLUIR/ALTERAR, E=EXCLUIR, F=FEITO) :".
           DISPLAY (07, 10) "APELIDO   :".
           DISPLAY (08, 10) "SEQUENCIA :".
           DISPLAY (10, 10) "VENCE EM  :".
           DISPLAY (10, 32) "(DDMMAAAA)".
           DISPLAY (11, 10) "TEXTO     :".
           DISPLAY (13, 10) "REPETIR A CADA (0 = NAO REPETE) :".
           DISPLAY (14, 10)
               "UNIDADE (D=DIAS, S=SEMANAS, M=MESES, A=ANOS) :".
           DISPLAY (16, 10) "SITUACAO  :".
       ROT-OPCAO.
           ACCEPT (05, 58) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E" AND OPCAO NOT = "F"
               DISPLAY (23, 01) "OPCAO INVALIDA - USE I, E OU F"
               GO TO ROT-OPCAO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-APELIDO.
           ACCEPT (07, 22) APELIDO.
           IF APELIDO = SPACES
               GO TO ROT-APELIDO.
           MOVE APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-APELIDO
               NOT INVALID KEY
                   IF AM-REG-INATIVO
                       MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                       DISPLAY (23, 01) WS-MENSAGEM
                       GO TO ROT-APELIDO
                   END-IF
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (07, 36) AM-NOME.
       ROT-SEQUENCIA.
           ACCEPT (08, 22) SEQUENCIA.
           IF SEQUENCIA = ZEROS
               DISPLAY (23, 01) "SEQUENCIA DEVE SER DE 001 A 999"
               GO TO ROT-SEQUENCIA.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE APELIDO TO LB-APELIDO.
           MOVE SEQUENCIA TO LB-SEQ.
           READ LEMBRETE-MASTER WITH LOCK
               INVALID KEY
                   SET ACHOU-LEMBRETE TO FALSE
               NOT INVALID KEY
                   SET ACHOU-LEMBRETE TO TRUE
                   PERFORM EXIBE-LEMBRETE
           END-READ.
           IF WS-FS-LEMBRETE = "99" OR WS-FS-LEMBRETE = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-SEQUENCIA.
           IF OPCAO = "E"
               PERFORM EXCLUI-LEMBRETE
               GO TO ENCERRA.
           IF OPCAO = "F"
               GO TO ROT-FEITO.
       ROT-VENCIMENTO.
           ACCEPT (10, 22) DATAVENC.
           PERFORM VALIDA-DATA.
           IF NOT DATA-VALIDA
               DISPLAY (23, 01) "DATA DE VENCIMENTO INVALIDA"
               GO TO ROT-VENCIMENTO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-TEXTO.
           ACCEPT (11, 22) TEXTO.
           IF TEXTO = SPACES
               DISPLAY (23, 01) "TEXTO NAO PODE SER BRANCO"
               GO TO ROT-TEXTO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-REPETE.
           ACCEPT (13, 44) REPETE-QTD.
           MOVE SPACES TO REPETE-UNID.
           IF REPETE-QTD = ZEROS
               GO TO GRAVA-LEMBRETE.
       ROT-UNIDADE.
           ACCEPT (14, 57) REPETE-UNID.
           MOVE REPETE-UNID TO LB-REPETE-UNID.
           IF NOT LB-UNIDADE-VALIDA
               DISPLAY (23, 01) "UNIDADE INVALIDA - USE D, S, M OU A"
               GO TO ROT-UNIDADE.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
      *    GRAVAR PELA TELA REABRE O LEMBRETE, MESMO SE JA CONCLUIDO.
       GRAVA-LEMBRETE.
           MOVE APELIDO TO LB-APELIDO.
           MOVE SEQUENCIA TO LB-SEQ.
           MOVE ANO-NUM TO LB-VENCIMENTO(1:4).
           MOVE MES TO LB-VENCIMENTO(5:2).
           MOVE DIA TO LB-VENCIMENTO(7:2).
           MOVE TEXTO TO LB-TEXTO.
           MOVE REPETE-QTD TO LB-REPETE-QTD.
           MOVE REPETE-UNID TO LB-REPETE-UNID.
           SET LB-ABERTO TO TRUE.
           IF ACHOU-LEMBRETE
               REWRITE LEMBRETE-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO ALTERAR LEMBRETE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "LEMBRETE ALTERADO"
               END-REWRITE
           ELSE
               MOVE WS-HOJE TO LB-DATA-INCLUSAO
               MOVE ZEROS TO LB-DATA-FEITO
               WRITE LEMBRETE-REC
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO GRAVAR LEMBRETE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "LEMBRETE INCLUIDO"
               END-WRITE
           END-IF.
           GO TO ENCERRA.
       ROT-FEITO.
           IF NOT ACHOU-LEMBRETE
               DISPLAY (23, 01) "LEMBRETE NAO ENCONTRADO"
               GO TO ENCERRA.
           IF LB-CONCLUIDO
               DISPLAY (23, 01) "LEMBRETE JA CONCLUIDO"
               GO TO ENCERRA.
           MOVE WS-HOJE TO LB-DATA-FEITO.
           IF LB-REPETE-QTD > ZEROS AND LB-UNIDADE-VALIDA
               PERFORM AVANCA-VENCIMENTO
                   UNTIL LB-VENCIMENTO > WS-HOJE
           ELSE
               SET LB-CONCLUIDO TO TRUE
           END-IF.
           REWRITE LEMBRETE-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO ALTERAR LEMBRETE"
                   GO TO ENCERRA
           END-REWRITE.
           PERFORM EXIBE-LEMBRETE.
           IF LB-CONCLUIDO
               DISPLAY (23, 01) "LEMBRETE CONCLUIDO"
           ELSE
               DISPLAY (23, 01) "FEITO - VENCIMENTO AVANCADO"
           END-IF.
           DISPLAY (18, 10) "REGISTRAR CONTATO DE HOJE? (S/N) :".
       ROT-REGISTRA.
           ACCEPT (18, 45) REGISTRA.
           IF REGISTRA NOT = "S" AND REGISTRA NOT = "N"
               GO TO ROT-REGISTRA.
           IF REGISTRA = "N"
               GO TO ENCERRA.
           DISPLAY (19, 10) "TIPO (V=VISITA, T=TELEFONE, E=EMAIL) :".
       ROT-TIPO.
           ACCEPT (19, 49) TIPO.
           MOVE TIPO TO CO-TIPO.
           IF NOT CO-TIPO-VALIDO
               DISPLAY (23, 01) "TIPO INVALIDO - USE V, T OU E"
               GO TO ROT-TIPO.
           PERFORM GRAVA-CONTATO.
       ENCERRA.
           CLOSE AMIGOS-MASTER LEMBRETE-MASTER CONTATO-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       EXIBE-LEMBRETE.
           MOVE SPACES TO WS-DATA-MASC.
           STRING LB-VENCIMENTO(7:2) "/" LB-VENCIMENTO(5:2) "/"
               LB-VENCIMENTO(1:4)
               DELIMITED BY SIZE INTO WS-DATA-MASC.
           DISPLAY (10, 22) WS-DATA-MASC.
           DISPLAY (11, 22) LB-TEXTO.
           DISPLAY (13, 44) LB-REPETE-QTD.
           DISPLAY (14, 57) LB-REPETE-UNID.
           IF LB-ABERTO
               DISPLAY (16, 22) "EM ABERTO"
           ELSE
               DISPLAY (16, 22) "CONCLUIDO"
           END-IF.
           IF LB-DATA-FEITO NOT = ZEROS
               MOVE SPACES TO WS-DATA-MASC
               STRING LB-DATA-FEITO(7:2) "/" LB-DATA-FEITO(5:2) "/"
                   LB-DATA-FEITO(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-MASC
               DISPLAY (16, 36) "FEITO EM"
               DISPLAY (16, 45) WS-DATA-MASC
           END-IF.
      *-----------------------------------------------------------------
      * O CONTATO E UM SO POR AMIGO E DATA: SE JA HOUVER UM HOJE,
      * FICA O QUE ESTA.
       GRAVA-CONTATO.
           MOVE APELIDO TO CO-APELIDO.
           MOVE WS-HOJE TO CO-DATA.
           MOVE TIPO TO CO-TIPO.
           MOVE LB-TEXTO TO CO-OBSERVACAO.
           WRITE CONTATO-REC
               INVALID KEY
                   DISPLAY (23, 01) "JA HA CONTATO REGISTRADO HOJE"
               NOT INVALID KEY
                   DISPLAY (23, 01) "CONTATO REGISTRADO"
           END-WRITE.
      *-----------------------------------------------------------------
       EXCLUI-LEMBRETE.
           IF NOT ACHOU-LEMBRETE
               DISPLAY (23, 01) "LEMBRETE NAO ENCONTRADO"
           ELSE
               DELETE LEMBRETE-MASTER
                   INVALID KEY
                       DISPLAY (23, 01) "ERRO AO EXCLUIR LEMBRETE"
                   NOT INVALID KEY
                       DISPLAY (23, 01) "LEMBRETE EXCLUIDO"
               END-DELETE
           END-IF.
      *-----------------------------------------------------------------
      * SOMA UM INTERVALO AO VENCIMENTO. EM MESES E ANOS O DIA QUE NAO
      * EXISTE NO MES DE DESTINO VIRA O ULTIMO DIA DO MES.
       AVANCA-VENCIMENTO.
           MOVE LB-VENCIMENTO TO WS-VENC-NUM.
           EVALUATE TRUE
               WHEN LB-REPETE-DIAS
                   COMPUTE WS-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(LB-VENCIMENTO)
                       + LB-REPETE-QTD
                   MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
                       TO LB-VENCIMENTO
               WHEN LB-REPETE-SEMANAS
                   COMPUTE WS-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(LB-VENCIMENTO)
                       + LB-REPETE-QTD * 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-VENC-INT)
                       TO LB-VENCIMENTO
               WHEN LB-REPETE-MESES
                   COMPUTE WS-TOTAL-MESES = WS-VENC-ANO * 12
                       + WS-VENC-MES - 1 + LB-REPETE-QTD
                   DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-VENC-ANO
                       REMAINDER WS-RESTO-MES
                   COMPUTE WS-VENC-MES = WS-RESTO-MES + 1
                   PERFORM AJUSTA-FIM-MES
                   MOVE WS-VENC-NUM TO LB-VENCIMENTO
               WHEN LB-REPETE-ANOS
                   ADD LB-REPETE-QTD TO WS-VENC-ANO
                   PERFORM AJUSTA-FIM-MES
                   MOVE WS-VENC-NUM TO LB-VENCIMENTO
           END-EVALUATE.
      *-----------------------------------------------------------------
       AJUSTA-FIM-MES.
           EVALUATE TRUE
               WHEN WS-VENC-MES = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN WS-VENC-MES = 02
                   IF FUNCTION MOD(WS-VENC-ANO, 4) = 0
                       AND (FUNCTION MOD(WS-VENC-ANO, 100) NOT = 0
                           OR FUNCTION MOD(WS-VENC-ANO, 400) = 0)
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE.
           IF WS-VENC-DIA > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-VENC-DIA
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN I-O LEMBRETE-MASTER.
           IF WS-FS-LEMBRETE = "35"
               OPEN OUTPUT LEMBRETE-MASTER
               CLOSE LEMBRETE-MASTER
               OPEN I-O LEMBRETE-MASTER
           END-IF.
           OPEN I-O CONTATO-MASTER.
           IF WS-FS-CONTATO = "35"
               OPEN OUTPUT CONTATO-MASTER
               CLOSE CONTATO-MASTER
               OPEN I-O CONTATO-MASTER
           END-IF.
      *-----------------------------------------------------------------
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE.
           IF MES < 1 OR MES > 12
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF DATA-VALIDA AND DIA < 1
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF DATA-VALIDA
               EVALUATE TRUE
                   WHEN MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
                       IF DIA > 31
                           SET DATA-VALIDA TO FALSE
                       END-IF
                   WHEN MES = 04 OR 06 OR 09 OR 11
                       IF DIA > 30
                           SET DATA-VALIDA TO FALSE
                       END-IF
                   WHEN MES = 02
                       IF FUNCTION MOD(ANO-NUM, 4) = 0
                           AND (FUNCTION MOD(ANO-NUM, 100) NOT = 0
                               OR FUNCTION MOD(ANO-NUM, 400) = 0)
                           IF DIA > 29
                               SET DATA-VALIDA TO FALSE
                           END-IF
                       ELSE
                           IF DIA > 28
                               SET DATA-VALIDA TO FALSE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
