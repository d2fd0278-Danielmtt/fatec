      * (MODELO SAUDACAO.TXT COM MARCADORES       *
      * <NOME>, <PRIMEIRO> E <IDADE>) ENDERECADA  *
      * AO EMAIL, E A LISTA DOS ANIVERSARIANTES   *
      * SEM EMAIL PARA LIGAR. CADA MENSAGEM VAI   *
      * TAMBEM PARA O SPOOL DE EMAILS (MAILSPL);  *
      * QUEM TEM O EMAIL DEVOLVIDO PELO GATEWAY   *
      * ENTRA NA LISTA PARA LIGAR. ABAIXO DE CADA *
      * ANIVERSARIANTE MOSTRA O PRESENTE DE       *
      * ANIVERSARIO QUE LHE DEMOS NO ANO ANTERIOR *
      * (PRESENTE.DAT), QUANDO HOUVER. A SAUDACAO *
      * SO E GERADA PARA QUEM CONSENTIU EM        *
      * RECEBER O EMAIL DE ANIVERSARIO (CONSVER,  *
      * FINALIDADE E); OS DEMAIS CONTINUAM NA     *
      * LISTA DE ANIVERSARIANTES E SAO CONTADOS   *
      * NO TOTAL DE SEM CONSENTIMENTO.            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PRESENTE.
           SELECT RELATORIO ASSIGN TO "ANIVER.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(100).

       FD  ARQ-SEMEMAIL
           LABEL RECORDS STANDARD.
       01  SEMEMAIL-REC            PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
           88 FIM-AMIGOS         VALUE "S".
       01 WS-AMIGOS-ABERTO   PIC X VALUE "N".
           88 AMIGOS-ABERTO      VALUE "S".
       01 WS-FS-PRESENTE     PIC XX VALUE SPACES.
       01 WS-PRESENTE-ABERTO PIC X VALUE "N".
           88 PRESENTE-ABERTO    VALUE "S".
       01 WS-ANO-ANTERIOR    PIC 9(04) VALUE ZEROS.
       01 WS-MES-ENTRADA     PIC X(02) VALUE SPACES.
       01 WS-MES-ALVO        PIC 9(02) VALUE ZEROS.
       01 WS-ANO-HOJE        PIC 9(04) VALUE ZEROS.
       01 WS-IND-MODELO      PIC 9(02) VALUE ZEROS.
       01 WS-CONT-MENSAGENS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-EMAIL  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SPOOL      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CONS   PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-TRAB      PIC X(80) VALUE SPACES.
       01 WS-MARCADOR        PIC X(14) VALUE SPACES.
       01 WS-VALOR-MARC      PIC X(30) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WSE-APELIDO        PIC X(12).
           05 WSE-NOME           PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WSE-OBS            PIC X(20).

       01 WS-LINHA-CABEC1.
           05  FILLER PIC X(26) VALUE "ANIVERSARIANTES DO MES DE ".
           05  WD-NASCIMENTO      PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WD-IDADE           PIC 9(03).
       01 WS-LINHA-PRESENTE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "PRESENTE EM ".
           05  WPR-ANO            PIC 9(04).
           05  FILLER             PIC X(02) VALUE ": ".
           05  WPR-DESCRICAO      PIC X(31).
           05  FILLER             PIC X(03) VALUE "R$ ".
           05  WPR-VALOR          PIC Z.ZZZ.ZZ9,99.
       COPY "MAILPARM.CPY".
       COPY "CONSPARM.CPY".
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ANIVERSARIANTES LISTADOS: " WS-CONT-LINHAS.
           IF GERA-MENSAGENS
               CLOSE ARQ-MENSAGENS ARQ-SEMEMAIL
               MOVE "ANIVMSG.LST" TO RP-ARQUIVO
               MOVE "ANIVER" TO RP-PROGRAMA
               CALL "ARQRELAT" USING REL-PARAMETROS
               MOVE "ANIVSEM.LST" TO RP-ARQUIVO
               MOVE "ANIVER" TO RP-PROGRAMA
               CALL "ARQRELAT" USING REL-PARAMETROS
               DISPLAY "MENSAGENS GERADAS       : " WS-CONT-MENSAGENS
               DISPLAY "SEM EMAIL (PARA LIGAR)  : " WS-CONT-SEM-EMAIL
               DISPLAY "EMAIL DEVOLVIDO (LIGAR) : " WS-CONT-DEVOLVIDOS
               DISPLAY "MENSAGENS NO SPOOL      : " WS-CONT-SPOOL
               DISPLAY "SEM CONSENTIMENTO       : " WS-CONT-SEM-CONS
           END-IF.
           IF AMIGOS-ABERTO
               CLOSE AMIGOS-MASTER
           END-IF.
           IF PRESENTE-ABERTO
               CLOSE PRESENTE-MASTER
           END-IF.
           CLOSE RELATORIO.
           MOVE "ANIVER.LST" TO RP-ARQUIVO.
           MOVE "ANIVER" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
           MOVE WS-IDADE-FARA TO WD-IDADE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE.
           ADD 1 TO WS-CONT-LINHAS.
           IF PRESENTE-ABERTO
               PERFORM IMPRIME-PRESENTE
           END-IF.
           IF GERA-MENSAGENS
               PERFORM GERA-SAUDACAO THRU GERA-SAUDACAO-FIM
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-PRESENTE.
           MOVE AM-APELIDO TO PR-APELIDO.
           MOVE WS-ANO-ANTERIOR TO PR-ANO.
           SET PR-OC-ANIVERSARIO TO TRUE.
           SET PR-DADO TO TRUE.
           READ PRESENTE-MASTER
               NOT INVALID KEY
                   MOVE PR-ANO TO WPR-ANO
                   MOVE PR-DESCRICAO TO WPR-DESCRICAO
                   MOVE PR-VALOR TO WPR-VALOR
                   WRITE LINHA-RELATORIO FROM WS-LINHA-PRESENTE
           END-READ.
      *-----------------------------------------------------------------
       ESCOLHE-MODO.
           DISPLAY "GERAR MENSAGENS DE SAUDACAO? (S/N, BRANCO = N): ".
           MOVE "UM GRANDE ABRACO," TO WS-LINHA-MODELO (3).
           MOVE "CADASTRO DE AMIGOS" TO WS-LINHA-MODELO (4).
      *-----------------------------------------------------------------
      * SEM EMAIL (OU COM EMAIL DEVOLVIDO) O AMIGO VAI PARA A LISTA DE
      * LIGACOES DO OPERADOR, QUE NAO DEPENDE DE CONSENTIMENTO; SO A
      * MENSAGEM POR EMAIL EXIGE O CONSENTIMENTO DA FINALIDADE E.
       GERA-SAUDACAO.
           IF AM-EMAIL = SPACES
               ADD 1 TO WS-CONT-SEM-EMAIL
               MOVE SPACES TO WSE-OBS
               PERFORM LISTA-PARA-LIGAR
           ELSE
               PERFORM CONFERE-EMAIL
               IF MP-DEVOLVIDO
                   ADD 1 TO WS-CONT-DEVOLVIDOS
                   MOVE "EMAIL DEVOLVIDO" TO WSE-OBS
                   PERFORM LISTA-PARA-LIGAR
               ELSE
                   MOVE AM-APELIDO TO CK-APELIDO
                   MOVE "E" TO CK-FINALIDADE
                   CALL "CONSVER" USING CONS-PARAMETROS
                   IF CK-CONSENTIU
                       PERFORM GERA-MENSAGEM
                   ELSE
                       ADD 1 TO WS-CONT-SEM-CONS
                   END-IF
               END-IF
           END-IF.
       GERA-SAUDACAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LISTA-PARA-LIGAR.
           MOVE AM-DIA TO WSE-DIA.
           MOVE AM-APELIDO TO WSE-APELIDO.
           MOVE AM-NOME TO WSE-NOME.
           WRITE SEMEMAIL-REC FROM WS-LINHA-SEM.
      *-----------------------------------------------------------------
       CONFERE-EMAIL.
           MOVE SPACES TO WS-EMAIL-COMPLETO.
           STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
               DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO.
           SET MP-VERIFICA TO TRUE.
           MOVE AM-APELIDO TO MP-APELIDO.
           MOVE WS-EMAIL-COMPLETO TO MP-DESTINO.
           CALL "MAILSPL" USING MAIL-PARAMETROS.
      *-----------------------------------------------------------------
       GERA-MENSAGEM.
           MOVE WS-EMAIL-COMPLETO TO WP-EMAIL.
           WRITE MENSAGEM-REC FROM WS-LINHA-PARA.
           MOVE SPACES TO MENSAGEM-REC.
           END-PERFORM.
           WRITE MENSAGEM-REC FROM WS-LINHA-SEPARA.
           ADD 1 TO WS-CONT-MENSAGENS.
           SET MP-GRAVA TO TRUE.
           MOVE SPACES TO MP-ASSUNTO.
           STRING "FELIZ ANIVERSARIO, " DELIMITED BY SIZE
               WS-PRIMEIRO-NOME DELIMITED BY SPACE
               "!" DELIMITED BY SIZE
               INTO MP-ASSUNTO.
           MOVE "ANIVER" TO MP-ORIGEM.
           MOVE WS-CONT-MODELO TO MP-QTD-LINHAS.
           CALL "MAILSPL" USING MAIL-PARAMETROS.
           IF MP-GRAVADA
               ADD 1 TO WS-CONT-SPOOL
           ELSE
               DISPLAY "ERRO AO GRAVAR NO SPOOL: " AM-APELIDO
           END-IF.
      *-----------------------------------------------------------------
       GERA-LINHA-MODELO.
           MOVE WS-LINHA-MODELO (WS-IND-MODELO) TO WS-LINHA-TRAB.
           CALL "TROCAMRC" USING WS-LINHA-TRAB WS-MARCADOR
               WS-VALOR-MARC.
           WRITE MENSAGEM-REC FROM WS-LINHA-TRAB.
           MOVE WS-LINHA-TRAB TO MP-LINHA (WS-IND-MODELO).
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN INPUT PRESENTE-MASTER.
           IF WS-FS-PRESENTE = "00"
               SET PRESENTE-ABERTO TO TRUE
           END-IF.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-HOJE - 1.
           OPEN OUTPUT RELATORIO.
