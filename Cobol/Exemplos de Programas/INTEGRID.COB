       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONFERENCIA DE INTEGRIDADE REFERENCIAL:   *
      * TELEFONES, ENDERECOS, GRUPOS DO AMIGO,    *
      * CONTATOS, NOTAS, CONVITES, LEMBRETES,     *
      * VINCULOS (OS DOIS APELIDOS), PRESENTES,   *
      * CONSENTIMENTOS, DESPESAS (PAGANTE), PESOS *
      * DO RATEIO, DEBITOS (DEVEDOR E CREDOR) E   *
      * EMAILS DEVOLVIDOS CONTRA O MESTRE DE      *
      * AMIGOS; GRUPO CONTRA GRUPOS.DAT, EVENTO   *
      * DO CONVITE, DA DESPESA, DO PESO E DO      *
      * DEBITO CONTRA EVENTOS.DAT, DDD CONTRA     *
      * DDDTAB.DAT E CEP CONTRA AS FAIXAS DA UF   *
      * EM CEPTAB.DAT (SO NO BRASIL; O EXTERIOR   *
      * FICA COM O CEPCONFE). LISTA AS            *
      * OCORRENCIAS POR ARQUIVO E MOTIVO EM       *
      * INTEGRID.LST, COM TOTAIS. NO MODO         *
      * CORRECAO REMOVE OS ORFAOS (APELIDO, GRUPO *
      * OU EVENTO INEXISTENTE) E GUARDA A IMAGEM  *
      * DE CADA REMOVIDO EM INTEGRID.LOG. DDD E   *
      * CEP SO SAO APONTADOS, PARA ACERTO VIA     *
      * FONEMNT E ENDEMNT. A CADEIA NOTURNA CHAMA *
      * SEM CORRECAO ("N"); RODADO AVULSO,        *
      * PERGUNTA AO OPERADOR.                     *
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
           SELECT FONES-MASTER ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CHAVE
               FILE STATUS IS WS-FS-FONES.
           SELECT ENDER-MASTER ASSIGN TO "ENDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-APELIDO
               FILE STATUS IS WS-FS-ENDER.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT CONTATO-MASTER ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-FS-CONTATO.
           SELECT NOTAS-MASTER ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-CHAVE
               FILE STATUS IS WS-FS-NOTAS.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CONVITES.
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
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PRESENTE.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONSENT.
           SELECT DESPESAS-MASTER ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-DESPESAS.
           SELECT RATPESO-MASTER ASSIGN TO "RATPESO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CHAVE
               FILE STATUS IS WS-FS-RATPESO.
           SELECT DEBITOS-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CHAVE
               FILE STATUS IS WS-FS-DEBITOS.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-EMAILINV.
           SELECT GRUPOS-MASTER ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CODIGO
               FILE STATUS IS WS-FS-GRUPOS.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT DDDTAB-MASTER ASSIGN TO "DDDTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-CODIGO
               FILE STATUS IS WS-FS-DDDTAB.
           SELECT CEPTAB-MASTER ASSIGN TO "CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS-CEPTAB.
           SELECT ARQ-REMOCAO ASSIGN TO "INTEGRID.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMOCAO.
           SELECT RELATORIO ASSIGN TO "INTEGRID.LST"
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

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  ENDER-MASTER
           LABEL RECORDS STANDARD.
       COPY "ENDERR.CPY".

       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  CONTATO-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONTATOR.CPY".

       FD  NOTAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "NOTASR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".

       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".

       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".

       FD  DESPESAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DESPESAR.CPY".

       FD  RATPESO-MASTER
           LABEL RECORDS STANDARD.
       COPY "RATPESOR.CPY".

       FD  DEBITOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".

       FD  GRUPOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "GRUPOR.CPY".

       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  DDDTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "DDDTABR.CPY".

       FD  CEPTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "CEPTABR.CPY".

       FD  ARQ-REMOCAO
           LABEL RECORDS STANDARD.
       01  REMOCAO-REC.
           05  RM-DATA             PIC 9(08).
           05  RM-HORA             PIC 9(08).
           05  RM-ARQUIVO          PIC X(12).
           05  RM-MOTIVO           PIC X(35).
           05  RM-IMAGEM           PIC X(150).

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-FONES        PIC XX VALUE SPACES.
       01 WS-FS-ENDER        PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-CONTATO      PIC XX VALUE SPACES.
       01 WS-FS-NOTAS        PIC XX VALUE SPACES.
       01 WS-FS-CONVITES     PIC XX VALUE SPACES.
       01 WS-FS-LEMBRETE     PIC XX VALUE SPACES.
       01 WS-FS-VINCULO      PIC XX VALUE SPACES.
       01 WS-FS-PRESENTE     PIC XX VALUE SPACES.
       01 WS-FS-CONSENT      PIC XX VALUE SPACES.
       01 WS-FS-DESPESAS     PIC XX VALUE SPACES.
       01 WS-FS-RATPESO      PIC XX VALUE SPACES.
       01 WS-FS-DEBITOS      PIC XX VALUE SPACES.
       01 WS-FS-EMAILINV     PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS       PIC XX VALUE SPACES.
       01 WS-FS-EVENTOS      PIC XX VALUE SPACES.
       01 WS-FS-DDDTAB       PIC XX VALUE SPACES.
       01 WS-FS-CEPTAB       PIC XX VALUE SPACES.
       01 WS-FS-REMOCAO      PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FONES-ABERTO    PIC X VALUE "N".
           88 FONES-ABERTO       VALUE "S".
       01 WS-ENDER-ABERTO    PIC X VALUE "N".
           88 ENDER-ABERTO       VALUE "S".
       01 WS-AMIGRUP-ABERTO  PIC X VALUE "N".
           88 AMIGRUP-ABERTO     VALUE "S".
       01 WS-CONTATO-ABERTO  PIC X VALUE "N".
           88 CONTATO-ABERTO     VALUE "S".
       01 WS-NOTAS-ABERTO    PIC X VALUE "N".
           88 NOTAS-ABERTO       VALUE "S".
       01 WS-CONVITES-ABERTO PIC X VALUE "N".
           88 CONVITES-ABERTO    VALUE "S".
       01 WS-LEMBRETE-ABERTO PIC X VALUE "N".
           88 LEMBRETE-ABERTO    VALUE "S".
       01 WS-VINCULO-ABERTO  PIC X VALUE "N".
           88 VINCULO-ABERTO     VALUE "S".
       01 WS-PRESENTE-ABERTO PIC X VALUE "N".
           88 PRESENTE-ABERTO    VALUE "S".
       01 WS-CONSENT-ABERTO  PIC X VALUE "N".
           88 CONSENT-ABERTO     VALUE "S".
       01 WS-DESPESAS-ABERTO PIC X VALUE "N".
           88 DESPESAS-ABERTO    VALUE "S".
       01 WS-RATPESO-ABERTO  PIC X VALUE "N".
           88 RATPESO-ABERTO     VALUE "S".
       01 WS-DEBITOS-ABERTO  PIC X VALUE "N".
           88 DEBITOS-ABERTO     VALUE "S".
       01 WS-EMAILINV-ABERTO PIC X VALUE "N".
           88 EMAILINV-ABERTO    VALUE "S".
       01 WS-GRUPOS-ABERTO   PIC X VALUE "N".
           88 GRUPOS-ABERTO      VALUE "S".
       01 WS-EVENTOS-ABERTO  PIC X VALUE "N".
           88 EVENTOS-ABERTO     VALUE "S".
       01 WS-DDDTAB-ABERTO   PIC X VALUE "N".
           88 DDDTAB-ABERTO      VALUE "S".
       01 WS-CEPTAB-ABERTO   PIC X VALUE "N".
           88 CEPTAB-ABERTO      VALUE "S".
       01 WS-MODO            PIC X VALUE "N".
           88 MODO-CORRECAO      VALUE "S".
       01 WS-REMOVIVEL       PIC X VALUE "N".
           88 REMOVIVEL          VALUE "S" FALSE "N".
       01 WS-ORFAO           PIC X VALUE "N".
           88 ACHOU-ORFAO        VALUE "S" FALSE "N".
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-FIM-CEPTAB      PIC X VALUE "N".
           88 FIM-CEPTAB         VALUE "S".
       01 WS-CEP-NA-UF       PIC X VALUE "N".
           88 CEP-NA-UF          VALUE "S" FALSE "N".
       01 WS-TEM-FAIXA       PIC X VALUE "N".
           88 TEM-FAIXA          VALUE "S" FALSE "N".
      *    MOTIVOS: 1 APELIDO, 2 DDD, 3 CEP, 4 GRUPO, 5 EVENTO.
       01 WS-MOTIVO-COD      PIC 9(01) VALUE ZEROS.
           88 MOTIVO-APELIDO     VALUE 1.
           88 MOTIVO-DDD         VALUE 2.
           88 MOTIVO-CEP         VALUE 3.
           88 MOTIVO-GRUPO       VALUE 4.
           88 MOTIVO-EVENTO      VALUE 5.
       01 WS-ARQUIVO         PIC X(12) VALUE SPACES.
       01 WS-MOTIVO          PIC X(35) VALUE SPACES.
       01 WS-INFO            PIC X(40) VALUE SPACES.
       01 WS-ACAO            PIC X(16) VALUE SPACES.
       01 WS-CHAVE-EXIBE     PIC X(28) VALUE SPACES.
       01 WS-IMAGEM          PIC X(150) VALUE SPACES.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-CONT-CHAVES     PIC 9(03) VALUE ZEROS.
       01 WS-APAGADOS-LOTE   PIC 9(03) VALUE ZEROS.
       01 WS-TABELA-CHAVES.
           05 WS-CHAVE-SALVA OCCURS 200 TIMES PIC X(30).
       01 WS-CONT-ACHADOS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REMOVIDOS  PIC 9(05) VALUE ZEROS.
       01 WS-TOT-ACHADOS     PIC 9(06) VALUE ZEROS.
       01 WS-TOT-REMOVIDOS   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SECOES     PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-RESUMO.
           05 WS-RES-ENT OCCURS 24 TIMES.
               10 WS-RES-ARQUIVO     PIC X(12).
               10 WS-RES-MOTIVO      PIC X(35).
               10 WS-RES-ACHADOS     PIC 9(05).
               10 WS-RES-REMOVIDOS   PIC 9(05).
               10 WS-RES-SITUACAO    PIC X(01).
       01 WS-CONFIRMA        PIC X(01) VALUE SPACES.
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-AGORA           PIC 9(08) VALUE ZEROS.
       01 WS-LINHA-TITULO.
           05 FILLER PIC X(34)
               VALUE "CONFERENCIA DE INTEGRIDADE EM ".
           05 WC-DATA            PIC X(10).
           05 FILLER PIC X(08) VALUE " - MODO ".
           05 WC-MODO            PIC X(20).
       01 WS-LINHA-SECAO.
           05 FILLER             PIC X(09) VALUE "ARQUIVO: ".
           05 WS-SEC-ARQUIVO     PIC X(14).
           05 FILLER             PIC X(08) VALUE "MOTIVO: ".
           05 WS-SEC-MOTIVO      PIC X(35).
       01 WS-LINHA-CABEC.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "CHAVE".
           05 FILLER PIC X(42) VALUE "DADO CONFERIDO".
           05 FILLER PIC X(16) VALUE "ACAO".
       01 WS-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-CHAVE           PIC X(28).
           05 WD-INFO            PIC X(42).
           05 WD-ACAO            PIC X(16).
       01 WS-LINHA-SUBTOTAL.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "OCORRENCIAS: ".
           05 WS-SUB-ACHADOS     PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE "  REMOVIDAS: ".
           05 WS-SUB-REMOVIDOS   PIC ZZZZ9.
       01 WS-LINHA-AUSENTE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(42)
               VALUE "ARQUIVO OU TABELA AUSENTE - NAO CONFERIDO".
       01 WS-LINHA-RES-CABEC.
           05 FILLER PIC X(14) VALUE "ARQUIVO".
           05 FILLER PIC X(36) VALUE "MOTIVO".
           05 FILLER PIC X(12) VALUE " OCORRENCIAS".
           05 FILLER PIC X(11) VALUE "  REMOVIDAS".
       01 WS-LINHA-RESUMO.
           05 WR-ARQUIVO         PIC X(14).
           05 WR-MOTIVO          PIC X(36).
           05 FILLER             PIC X(07) VALUE SPACES.
           05 WR-ACHADOS         PIC ZZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 WR-REMOVIDOS       PIC ZZZZ9.
           05 WR-SITUACAO        PIC X(16).
       01 WS-LINHA-BRANCO    PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-MODO                 PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-MODO.
       INICIO.
           IF ADDRESS OF LK-MODO NOT = NULL
               MOVE LK-MODO TO WS-MODO
           ELSE
               DISPLAY "CONFERENCIA DE INTEGRIDADE REFERENCIAL"
               DISPLAY "REMOVER OS ORFAOS ENCONTRADOS? (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE WS-CONFIRMA TO WS-MODO
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVA-TITULO.
           PERFORM CONFERE-FONES.
           PERFORM CONFERE-ENDERECOS.
           PERFORM CONFERE-GRUPOS.
           PERFORM CONFERE-CONTATOS.
           PERFORM CONFERE-NOTAS.
           PERFORM CONFERE-CONVITES.
           PERFORM CONFERE-LEMBRETES.
           PERFORM CONFERE-VINCULOS.
           PERFORM CONFERE-PRESENTES.
           PERFORM CONFERE-CONSENT.
           PERFORM CONFERE-DESPESAS.
           PERFORM CONFERE-RATPESO.
           PERFORM CONFERE-DEBITOS.
           PERFORM CONFERE-EMAILINV.
           PERFORM GRAVA-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY "OCORRENCIAS ENCONTRADAS : " WS-TOT-ACHADOS.
           DISPLAY "REGISTROS REMOVIDOS     : " WS-TOT-REMOVIDOS.
           DISPLAY "DETALHES EM INTEGRID.LST".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       CONFERE-FONES.
           MOVE "FONES.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF FONES-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-FONES THRU LOTE-FONES-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 2 TO WS-MOTIVO-COD.
           IF FONES-ABERTO AND DDDTAB-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-FONES THRU LOTE-FONES-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-FONES.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO FO-CHAVE.
           START FONES-MASTER KEY NOT < FO-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ FONES-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-FONE
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE FO-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-FONES-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:14) TO FO-CHAVE
               READ FONES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-FONE
                       MOVE FONES-REC TO WS-IMAGEM
                       DELETE FONES-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-FONE.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING FO-APELIDO " " FO-SEQ
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
      *    TELEFONE DO EXTERIOR NAO TEM DDD: NAO PASSA PELA DDDTAB.
           IF MOTIVO-APELIDO
               PERFORM TESTA-APELIDO-FONE
           ELSE
               IF FO-PAIS-BRASIL
                   MOVE FO-DDD TO DD-CODIGO
                   READ DDDTAB-MASTER
                       INVALID KEY
                           SET ACHOU-ORFAO TO TRUE
                           STRING "DDD " FO-DDD " NUMERO " FO-NUMERO
                               DELIMITED BY SIZE INTO WS-INFO
                   END-READ
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       TESTA-APELIDO-FONE.
           MOVE FO-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-ENDERECOS.
           MOVE "ENDER.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF ENDER-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-ENDER THRU LOTE-ENDER-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 3 TO WS-MOTIVO-COD.
           IF ENDER-ABERTO AND CEPTAB-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-ENDER THRU LOTE-ENDER-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-ENDER.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO EN-APELIDO.
           START ENDER-MASTER KEY NOT < EN-APELIDO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ ENDER-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-ENDER THRU TESTA-ENDER-FIM
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE EN-APELIDO TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-ENDER-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:12) TO EN-APELIDO
               READ ENDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-ENDER THRU TESTA-ENDER-FIM
                       MOVE ENDER-REC TO WS-IMAGEM
                       DELETE ENDER-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-ENDER-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-ENDER.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           MOVE EN-APELIDO TO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE EN-APELIDO TO AM-APELIDO
               PERFORM TESTA-MESTRE
               GO TO TESTA-ENDER-FIM.
      *    O CODIGO POSTAL DO EXTERIOR E CONFERIDO PELO CEPCONFE.
           IF NOT EN-PAIS-BRASIL
               GO TO TESTA-ENDER-FIM.
           PERFORM VALIDA-CEP-UF THRU VALIDA-CEP-UF-FIM.
           IF NOT CEP-NA-UF
               SET ACHOU-ORFAO TO TRUE
               IF TEM-FAIXA
                   STRING "UF " EN-UF " CEP " EN-CEP
                       " FORA DAS FAIXAS"
                       DELIMITED BY SIZE INTO WS-INFO
               ELSE
                   STRING "UF " EN-UF " CEP " EN-CEP
                       " UF SEM FAIXA"
                       DELIMITED BY SIZE INTO WS-INFO
               END-IF
           END-IF.
       TESTA-ENDER-FIM.
           EXIT.
      *-----------------------------------------------------------------
       VALIDA-CEP-UF.
           SET CEP-NA-UF TO FALSE.
           SET TEM-FAIXA TO FALSE.
           MOVE "N" TO WS-FIM-CEPTAB.
           MOVE EN-UF TO CP-UF.
           MOVE ZEROS TO CP-CEP-INI.
           START CEPTAB-MASTER KEY NOT < CP-CHAVE
               INVALID KEY
                   SET FIM-CEPTAB TO TRUE
           END-START.
           PERFORM UNTIL FIM-CEPTAB OR CEP-NA-UF
               READ CEPTAB-MASTER NEXT RECORD
                   AT END
                       SET FIM-CEPTAB TO TRUE
                   NOT AT END
                       IF CP-UF NOT = EN-UF
                           SET FIM-CEPTAB TO TRUE
                       ELSE
                           SET TEM-FAIXA TO TRUE
                           IF EN-CEP >= CP-CEP-INI
                               AND EN-CEP <= CP-CEP-FIM
                               SET CEP-NA-UF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       VALIDA-CEP-UF-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-GRUPOS.
           MOVE "AMIGRUP.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF AMIGRUP-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-AMIGRUP THRU LOTE-AMIGRUP-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 4 TO WS-MOTIVO-COD.
           IF AMIGRUP-ABERTO AND GRUPOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-AMIGRUP THRU LOTE-AMIGRUP-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-AMIGRUP.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO AG-CHAVE.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-AMIGRUP
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE AG-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-AMIGRUP-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:15) TO AG-CHAVE
               READ AMIGRUP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-AMIGRUP
                       MOVE AMIGRUP-REC TO WS-IMAGEM
                       DELETE AMIGRUP-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-AMIGRUP-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-AMIGRUP.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING AG-APELIDO " " AG-GRUPO
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE AG-APELIDO TO AM-APELIDO
               PERFORM TESTA-MESTRE
           ELSE
               MOVE AG-GRUPO TO GR-CODIGO
               READ GRUPOS-MASTER
                   INVALID KEY
                       SET ACHOU-ORFAO TO TRUE
                       STRING "GRUPO " AG-GRUPO
                           DELIMITED BY SIZE INTO WS-INFO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-CONTATOS.
           MOVE "CONTATO.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF CONTATO-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-CONTATO THRU LOTE-CONTATO-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-CONTATO.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO CO-CHAVE.
           START CONTATO-MASTER KEY NOT < CO-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ CONTATO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-CONTATO
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE CO-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-CONTATO-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:12) TO CO-APELIDO
               MOVE WS-CHAVE-SALVA (WS-IND)(13:8) TO CO-DATA
               READ CONTATO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-CONTATO
                       MOVE CONTATO-REC TO WS-IMAGEM
                       DELETE CONTATO-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-CONTATO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-CONTATO.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING CO-APELIDO " " CO-DATA
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           MOVE CO-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-NOTAS.
           MOVE "NOTAS.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF NOTAS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-NOTAS THRU LOTE-NOTAS-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-NOTAS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO NO-CHAVE.
           START NOTAS-MASTER KEY NOT < NO-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ NOTAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-NOTA
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE NO-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-NOTAS-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:15) TO NO-CHAVE
               READ NOTAS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-NOTA
                       MOVE NOTAS-REC TO WS-IMAGEM
                       DELETE NOTAS-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-NOTAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-NOTA.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING NO-APELIDO " " NO-SEQ
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           MOVE NO-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-CONVITES.
           MOVE "CONVITES.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF CONVITES-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-CONVITES THRU LOTE-CONVITES-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 5 TO WS-MOTIVO-COD.
           IF CONVITES-ABERTO AND EVENTOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-CONVITES THRU LOTE-CONVITES-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-CONVITES.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO CV-CHAVE.
           START CONVITES-MASTER KEY NOT < CV-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ CONVITES-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-CONVITE
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE CV-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-CONVITES-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:16) TO CV-CHAVE
               READ CONVITES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-CONVITE
                       MOVE CONVITE-REC TO WS-IMAGEM
                       DELETE CONVITES-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-CONVITES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-CONVITE.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING CV-APELIDO " " CV-EVENTO
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE CV-APELIDO TO AM-APELIDO
               PERFORM TESTA-MESTRE
           ELSE
               MOVE CV-EVENTO TO EV-CODIGO
               READ EVENTOS-MASTER
                   INVALID KEY
                       SET ACHOU-ORFAO TO TRUE
                       STRING "EVENTO " CV-EVENTO
                           DELIMITED BY SIZE INTO WS-INFO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-LEMBRETES.
           MOVE "LEMBRETE.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF LEMBRETE-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-LEMBRETE THRU LOTE-LEMBRETE-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-LEMBRETE.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO LB-CHAVE.
           START LEMBRETE-MASTER KEY NOT < LB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-LEMBRETE
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE LB-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-LEMBRETE-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:15) TO LB-CHAVE
               READ LEMBRETE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-LEMBRETE
                       MOVE LEMBRETE-REC TO WS-IMAGEM
                       DELETE LEMBRETE-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-LEMBRETE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-LEMBRETE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING LB-APELIDO " " LB-SEQ
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           MOVE LB-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-VINCULOS.
           MOVE "VINCULO.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF VINCULO-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-VINCULO THRU LOTE-VINCULO-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-VINCULO.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO VI-CHAVE.
           START VINCULO-MASTER KEY NOT < VI-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-VINCULO
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE VI-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-VINCULO-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:24) TO VI-CHAVE
               READ VINCULO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-VINCULO
                       MOVE VINCULO-REC TO WS-IMAGEM
                       DELETE VINCULO-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-VINCULO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-VINCULO.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING VI-APELIDO " " VI-PARENTE
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
      *    O VINCULO FICA ORFAO SE QUALQUER DOS DOIS SAIU DO MESTRE.
           MOVE VI-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
           IF NOT ACHOU-ORFAO
               MOVE VI-PARENTE TO AM-APELIDO
               PERFORM TESTA-MESTRE
               IF ACHOU-ORFAO
                   MOVE "PARENTE AUSENTE DO MESTRE" TO WS-INFO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-PRESENTES.
           MOVE "PRESENTE.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF PRESENTE-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-PRESENTE THRU LOTE-PRESENTE-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-PRESENTE.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO PR-CHAVE.
           START PRESENTE-MASTER KEY NOT < PR-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ PRESENTE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-PRESENTE
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE PR-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-PRESENTE-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:18) TO PR-CHAVE
               READ PRESENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-PRESENTE
                       MOVE PRESENTE-REC TO WS-IMAGEM
                       DELETE PRESENTE-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-PRESENTE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-PRESENTE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING PR-APELIDO " " PR-ANO " " PR-OCASIAO PR-SENTIDO
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           MOVE PR-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-CONSENT.
           MOVE "CONSENT.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF CONSENT-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-CONSENT THRU LOTE-CONSENT-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-CONSENT.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-CONSENT
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE CS-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-CONSENT-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:29) TO CS-CHAVE
               READ CONSENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-CONSENT
                       MOVE CONSENT-REC TO WS-IMAGEM
                       DELETE CONSENT-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-CONSENT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-CONSENT.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING CS-APELIDO " " CS-FINALIDADE " " CS-DATA
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           MOVE CS-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       CONFERE-DESPESAS.
           MOVE "DESPESAS.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF DESPESAS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-DESPESAS THRU LOTE-DESPESAS-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 5 TO WS-MOTIVO-COD.
           IF DESPESAS-ABERTO AND EVENTOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-DESPESAS THRU LOTE-DESPESAS-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-DESPESAS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO DP-CHAVE.
           START DESPESAS-MASTER KEY NOT < DP-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ DESPESAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-DESPESA
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE DP-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-DESPESAS-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:7) TO DP-CHAVE
               READ DESPESAS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-DESPESA
                       MOVE DESPESA-REC TO WS-IMAGEM
                       DELETE DESPESAS-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-DESPESAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-DESPESA.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING DP-EVENTO " " DP-SEQ
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE DP-APELIDO TO AM-APELIDO
               PERFORM TESTA-MESTRE
               IF ACHOU-ORFAO
                   MOVE SPACES TO WS-INFO
                   STRING "PAGANTE " DP-APELIDO " AUSENTE DO MESTRE"
                       DELIMITED BY SIZE INTO WS-INFO
               END-IF
           ELSE
               MOVE DP-EVENTO TO EV-CODIGO
               READ EVENTOS-MASTER
                   INVALID KEY
                       SET ACHOU-ORFAO TO TRUE
                       STRING "EVENTO " DP-EVENTO
                           DELIMITED BY SIZE INTO WS-INFO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-RATPESO.
           MOVE "RATPESO.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF RATPESO-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-RATPESO THRU LOTE-RATPESO-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 5 TO WS-MOTIVO-COD.
           IF RATPESO-ABERTO AND EVENTOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-RATPESO THRU LOTE-RATPESO-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-RATPESO.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO RW-CHAVE.
           START RATPESO-MASTER KEY NOT < RW-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ RATPESO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-RATPESO
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE RW-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-RATPESO-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:16) TO RW-CHAVE
               READ RATPESO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-RATPESO
                       MOVE RATPESO-REC TO WS-IMAGEM
                       DELETE RATPESO-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-RATPESO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-RATPESO.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING RW-EVENTO " " RW-APELIDO
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE RW-APELIDO TO AM-APELIDO
               PERFORM TESTA-MESTRE
           ELSE
               MOVE RW-EVENTO TO EV-CODIGO
               READ EVENTOS-MASTER
                   INVALID KEY
                       SET ACHOU-ORFAO TO TRUE
                       STRING "EVENTO " RW-EVENTO
                           DELIMITED BY SIZE INTO WS-INFO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-DEBITOS.
           MOVE "DEBITOS.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF DEBITOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-DEBITOS THRU LOTE-DEBITOS-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
           MOVE 5 TO WS-MOTIVO-COD.
           IF DEBITOS-ABERTO AND EVENTOS-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-DEBITOS THRU LOTE-DEBITOS-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-DEBITOS.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO DB-CHAVE.
           START DEBITOS-MASTER KEY NOT < DB-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ DEBITOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-DEBITO
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE DB-CHAVE TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-DEBITOS-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:7) TO DB-CHAVE
               READ DEBITOS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-DEBITO
                       MOVE DEBITO-REC TO WS-IMAGEM
                       DELETE DEBITOS-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-DEBITOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-DEBITO.
           SET ACHOU-ORFAO TO FALSE.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           STRING DB-EVENTO " " DB-SEQ
               DELIMITED BY SIZE INTO WS-CHAVE-EXIBE.
           IF MOTIVO-APELIDO
               MOVE DB-DEVEDOR TO AM-APELIDO
               PERFORM TESTA-MESTRE
               IF ACHOU-ORFAO
                   MOVE SPACES TO WS-INFO
                   STRING "DEVEDOR " DB-DEVEDOR " AUSENTE DO MESTRE"
                       DELIMITED BY SIZE INTO WS-INFO
               ELSE
                   MOVE DB-CREDOR TO AM-APELIDO
                   PERFORM TESTA-MESTRE
                   IF ACHOU-ORFAO
                       MOVE SPACES TO WS-INFO
                       STRING "CREDOR " DB-CREDOR " AUSENTE DO MESTRE"
                           DELIMITED BY SIZE INTO WS-INFO
                   END-IF
               END-IF
           ELSE
               MOVE DB-EVENTO TO EV-CODIGO
               READ EVENTOS-MASTER
                   INVALID KEY
                       SET ACHOU-ORFAO TO TRUE
                       STRING "EVENTO " DB-EVENTO
                           DELIMITED BY SIZE INTO WS-INFO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-EMAILINV.
           MOVE "EMAILINV.DAT" TO WS-ARQUIVO.
           MOVE 1 TO WS-MOTIVO-COD.
           IF EMAILINV-ABERTO
               PERFORM INICIA-SECAO
               MOVE 1 TO WS-CONT-CHAVES
               PERFORM LOTE-EMAILINV THRU LOTE-EMAILINV-FIM
                   UNTIL WS-CONT-CHAVES = ZEROS
               PERFORM ENCERRA-SECAO
           ELSE
               PERFORM SECAO-AUSENTE
           END-IF.
      *-----------------------------------------------------------------
       LOTE-EMAILINV.
           MOVE ZEROS TO WS-CONT-CHAVES WS-APAGADOS-LOTE.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO EI-APELIDO.
           START EMAILINV-MASTER KEY NOT < EI-APELIDO
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
                   OR (REMOVIVEL AND WS-CONT-CHAVES = 200)
               READ EMAILINV-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM TESTA-EMAILINV
                       IF ACHOU-ORFAO
                           IF REMOVIVEL
                               ADD 1 TO WS-CONT-CHAVES
                               MOVE EI-APELIDO TO
                                   WS-CHAVE-SALVA (WS-CONT-CHAVES)
                           ELSE
                               PERFORM GRAVA-OCORRENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT REMOVIVEL
               MOVE ZEROS TO WS-CONT-CHAVES
               GO TO LOTE-EMAILINV-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-CHAVES
               MOVE WS-CHAVE-SALVA (WS-IND)(1:12) TO EI-APELIDO
               READ EMAILINV-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTA-EMAILINV
                       MOVE EMAILINV-REC TO WS-IMAGEM
                       DELETE EMAILINV-MASTER
                           INVALID KEY
                               PERFORM FALHA-REMOCAO
                           NOT INVALID KEY
                               PERFORM REGISTRA-REMOCAO
                       END-DELETE
               END-READ
           END-PERFORM.
           PERFORM CONFERE-LOTE.
       LOTE-EMAILINV-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-EMAILINV.
           MOVE SPACES TO WS-CHAVE-EXIBE WS-INFO.
           MOVE EI-APELIDO TO WS-CHAVE-EXIBE.
           MOVE EI-APELIDO TO AM-APELIDO.
           PERFORM TESTA-MESTRE.
      *-----------------------------------------------------------------
       TESTA-MESTRE.
      *    AM-APELIDO JA CARREGADO PELO CHAMADOR.
           SET ACHOU-ORFAO TO FALSE.
           READ AMIGOS-MASTER
               INVALID KEY
                   SET ACHOU-ORFAO TO TRUE
                   MOVE "APELIDO AUSENTE DO MESTRE" TO WS-INFO
           END-READ.
      *-----------------------------------------------------------------
       INICIA-SECAO.
           MOVE ZEROS TO WS-CONT-ACHADOS WS-CONT-REMOVIDOS.
           PERFORM MONTA-MOTIVO.
      *    DDD E CEP FORA DA TABELA NAO SAO ORFAOS: SO APONTA.
           IF MODO-CORRECAO AND NOT MOTIVO-DDD AND NOT MOTIVO-CEP
               SET REMOVIVEL TO TRUE
           ELSE
               SET REMOVIVEL TO FALSE
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE WS-ARQUIVO TO WS-SEC-ARQUIVO.
           MOVE WS-MOTIVO TO WS-SEC-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC.
      *-----------------------------------------------------------------
       MONTA-MOTIVO.
           EVALUATE TRUE
               WHEN MOTIVO-APELIDO
                   MOVE "APELIDO INEXISTENTE NO MESTRE" TO WS-MOTIVO
               WHEN MOTIVO-DDD
                   MOVE "DDD INEXISTENTE NA DDDTAB" TO WS-MOTIVO
               WHEN MOTIVO-CEP
                   MOVE "CEP FORA DAS FAIXAS DA UF" TO WS-MOTIVO
               WHEN MOTIVO-GRUPO
                   MOVE "GRUPO INEXISTENTE EM GRUPOS.DAT" TO WS-MOTIVO
               WHEN MOTIVO-EVENTO
                   MOVE "EVENTO INEXISTENTE EM EVENTOS.DAT"
                       TO WS-MOTIVO
           END-EVALUATE.
      *-----------------------------------------------------------------
       ENCERRA-SECAO.
           MOVE WS-CONT-ACHADOS TO WS-SUB-ACHADOS.
           MOVE WS-CONT-REMOVIDOS TO WS-SUB-REMOVIDOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOTAL.
           ADD WS-CONT-ACHADOS TO WS-TOT-ACHADOS.
           ADD WS-CONT-REMOVIDOS TO WS-TOT-REMOVIDOS.
           ADD 1 TO WS-CONT-SECOES.
           MOVE WS-ARQUIVO TO WS-RES-ARQUIVO (WS-CONT-SECOES).
           MOVE WS-MOTIVO TO WS-RES-MOTIVO (WS-CONT-SECOES).
           MOVE WS-CONT-ACHADOS TO WS-RES-ACHADOS (WS-CONT-SECOES).
           MOVE WS-CONT-REMOVIDOS TO
               WS-RES-REMOVIDOS (WS-CONT-SECOES).
           MOVE "C" TO WS-RES-SITUACAO (WS-CONT-SECOES).
      *-----------------------------------------------------------------
       SECAO-AUSENTE.
           PERFORM MONTA-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE WS-ARQUIVO TO WS-SEC-ARQUIVO.
           MOVE WS-MOTIVO TO WS-SEC-MOTIVO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-AUSENTE.
           ADD 1 TO WS-CONT-SECOES.
           MOVE WS-ARQUIVO TO WS-RES-ARQUIVO (WS-CONT-SECOES).
           MOVE WS-MOTIVO TO WS-RES-MOTIVO (WS-CONT-SECOES).
           MOVE ZEROS TO WS-RES-ACHADOS (WS-CONT-SECOES)
               WS-RES-REMOVIDOS (WS-CONT-SECOES).
           MOVE "N" TO WS-RES-SITUACAO (WS-CONT-SECOES).
      *-----------------------------------------------------------------
       GRAVA-OCORRENCIA.
           ADD 1 TO WS-CONT-ACHADOS.
           MOVE WS-CHAVE-EXIBE TO WD-CHAVE.
           MOVE WS-INFO TO WD-INFO.
           MOVE WS-ACAO TO WD-ACAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
           MOVE SPACES TO WS-ACAO.
      *-----------------------------------------------------------------
       REGISTRA-REMOCAO.
           ADD 1 TO WS-CONT-REMOVIDOS.
           ADD 1 TO WS-APAGADOS-LOTE.
           MOVE "REMOVIDO" TO WS-ACAO.
           PERFORM GRAVA-OCORRENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RM-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO RM-HORA.
           MOVE WS-ARQUIVO TO RM-ARQUIVO.
           MOVE WS-MOTIVO TO RM-MOTIVO.
           MOVE WS-IMAGEM TO RM-IMAGEM.
           WRITE REMOCAO-REC.
      *-----------------------------------------------------------------
       FALHA-REMOCAO.
           MOVE "ERRO NA REMOCAO" TO WS-ACAO.
           PERFORM GRAVA-OCORRENCIA.
      *-----------------------------------------------------------------
       CONFERE-LOTE.
      *    LOTE SEM NENHUMA REMOCAO BEM SUCEDIDA ENCERRA A VARREDURA,
      *    SENAO OS MESMOS ORFAOS SERIAM RELIDOS PARA SEMPRE.
           IF WS-CONT-CHAVES > ZEROS AND WS-APAGADOS-LOTE = ZEROS
               DISPLAY "ERRO AO REMOVER DE " WS-ARQUIVO
                   " - REMOCAO PARCIAL"
               MOVE ZEROS TO WS-CONT-CHAVES
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-TITULO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           MOVE SPACES TO WC-DATA.
           STRING WS-HOJE(7:2) "/" WS-HOJE(5:2) "/" WS-HOJE(1:4)
               DELIMITED BY SIZE INTO WC-DATA.
           IF MODO-CORRECAO
               MOVE "CORRECAO" TO WC-MODO
           ELSE
               MOVE "SOMENTE CONFERENCIA" TO WC-MODO
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TITULO.
      *-----------------------------------------------------------------
       GRAVA-RESUMO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "RESUMO POR ARQUIVO E MOTIVO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RES-CABEC.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-SECOES
               MOVE WS-RES-ARQUIVO (WS-IND) TO WR-ARQUIVO
               MOVE WS-RES-MOTIVO (WS-IND) TO WR-MOTIVO
               MOVE WS-RES-ACHADOS (WS-IND) TO WR-ACHADOS
               MOVE WS-RES-REMOVIDOS (WS-IND) TO WR-REMOVIDOS
               IF WS-RES-SITUACAO (WS-IND) = "N"
                   MOVE "  NAO CONFERIDO" TO WR-SITUACAO
               ELSE
                   MOVE SPACES TO WR-SITUACAO
               END-IF
               WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO
           END-PERFORM.
           MOVE "TOTAL GERAL" TO WR-ARQUIVO.
           MOVE SPACES TO WR-MOTIVO WR-SITUACAO.
           MOVE WS-TOT-ACHADOS TO WR-ACHADOS.
           MOVE WS-TOT-REMOVIDOS TO WR-REMOVIDOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-RESUMO.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
      *    SATELITES SO ABREM PARA ATUALIZACAO NO MODO CORRECAO.
           IF MODO-CORRECAO
               OPEN I-O FONES-MASTER ENDER-MASTER AMIGRUP-MASTER
                   CONTATO-MASTER NOTAS-MASTER CONVITES-MASTER
                   LEMBRETE-MASTER VINCULO-MASTER PRESENTE-MASTER
                   CONSENT-MASTER DESPESAS-MASTER RATPESO-MASTER
                   DEBITOS-MASTER EMAILINV-MASTER
               OPEN EXTEND ARQ-REMOCAO
               IF WS-FS-REMOCAO = "35"
                   OPEN OUTPUT ARQ-REMOCAO
               END-IF
           ELSE
               OPEN INPUT FONES-MASTER ENDER-MASTER AMIGRUP-MASTER
                   CONTATO-MASTER NOTAS-MASTER CONVITES-MASTER
                   LEMBRETE-MASTER VINCULO-MASTER PRESENTE-MASTER
                   CONSENT-MASTER DESPESAS-MASTER RATPESO-MASTER
                   DEBITOS-MASTER EMAILINV-MASTER
           END-IF.
           IF WS-FS-FONES = "00"
               SET FONES-ABERTO TO TRUE
           END-IF.
           IF WS-FS-ENDER = "00"
               SET ENDER-ABERTO TO TRUE
           END-IF.
           IF WS-FS-AMIGRUP = "00"
               SET AMIGRUP-ABERTO TO TRUE
           END-IF.
           IF WS-FS-CONTATO = "00"
               SET CONTATO-ABERTO TO TRUE
           END-IF.
           IF WS-FS-NOTAS = "00"
               SET NOTAS-ABERTO TO TRUE
           END-IF.
           IF WS-FS-CONVITES = "00"
               SET CONVITES-ABERTO TO TRUE
           END-IF.
           IF WS-FS-LEMBRETE = "00"
               SET LEMBRETE-ABERTO TO TRUE
           END-IF.
           IF WS-FS-VINCULO = "00"
               SET VINCULO-ABERTO TO TRUE
           END-IF.
           IF WS-FS-PRESENTE = "00"
               SET PRESENTE-ABERTO TO TRUE
           END-IF.
           IF WS-FS-CONSENT = "00"
               SET CONSENT-ABERTO TO TRUE
           END-IF.
           IF WS-FS-DESPESAS = "00"
               SET DESPESAS-ABERTO TO TRUE
           END-IF.
           IF WS-FS-RATPESO = "00"
               SET RATPESO-ABERTO TO TRUE
           END-IF.
           IF WS-FS-DEBITOS = "00"
               SET DEBITOS-ABERTO TO TRUE
           END-IF.
           IF WS-FS-EMAILINV = "00"
               SET EMAILINV-ABERTO TO TRUE
           END-IF.
           OPEN INPUT GRUPOS-MASTER.
           IF WS-FS-GRUPOS = "00"
               SET GRUPOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS = "00"
               SET EVENTOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT DDDTAB-MASTER.
           IF WS-FS-DDDTAB = "00"
               SET DDDTAB-ABERTO TO TRUE
           END-IF.
           OPEN INPUT CEPTAB-MASTER.
           IF WS-FS-CEPTAB = "00"
               SET CEPTAB-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
      *-----------------------------------------------------------------
       FECHAR-ARQUIVOS.
           CLOSE AMIGOS-MASTER RELATORIO.
           MOVE "INTEGRID.LST" TO RP-ARQUIVO.
           MOVE "INTEGRID" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF MODO-CORRECAO
               CLOSE ARQ-REMOCAO
           END-IF.
           IF FONES-ABERTO
               CLOSE FONES-MASTER
           END-IF.
           IF ENDER-ABERTO
               CLOSE ENDER-MASTER
           END-IF.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
           IF CONTATO-ABERTO
               CLOSE CONTATO-MASTER
           END-IF.
           IF NOTAS-ABERTO
               CLOSE NOTAS-MASTER
           END-IF.
           IF CONVITES-ABERTO
               CLOSE CONVITES-MASTER
           END-IF.
           IF LEMBRETE-ABERTO
               CLOSE LEMBRETE-MASTER
           END-IF.
           IF VINCULO-ABERTO
               CLOSE VINCULO-MASTER
           END-IF.
           IF PRESENTE-ABERTO
               CLOSE PRESENTE-MASTER
           END-IF.
           IF CONSENT-ABERTO
               CLOSE CONSENT-MASTER
           END-IF.
           IF DESPESAS-ABERTO
               CLOSE DESPESAS-MASTER
           END-IF.
           IF RATPESO-ABERTO
               CLOSE RATPESO-MASTER
           END-IF.
           IF DEBITOS-ABERTO
               CLOSE DEBITOS-MASTER
           END-IF.
           IF EMAILINV-ABERTO
               CLOSE EMAILINV-MASTER
           END-IF.
           IF GRUPOS-ABERTO
               CLOSE GRUPOS-MASTER
           END-IF.
           IF EVENTOS-ABERTO
               CLOSE EVENTOS-MASTER
           END-IF.
           IF DDDTAB-ABERTO
               CLOSE DDDTAB-MASTER
           END-IF.
           IF CEPTAB-ABERTO
               CLOSE CEPTAB-MASTER
           END-IF.
