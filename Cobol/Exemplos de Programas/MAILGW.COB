       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILGW.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * PASSO BATCH DO SPOOL DE EMAILS: LE AS     *
      * MENSAGENS PENDENTES DE MAILSPL.DAT E AS   *
      * ACRESCENTA AO ARQUIVO MAILOUT.TXT QUE O   *
      * GATEWAY DE EMAIL ENVIA, MARCANDO-AS COMO  *
      * ENVIADAS. MENSAGEM PARA ENDERECO DEVOLVIDO*
      * DEPOIS DE ENTRAR NO SPOOL E CANCELADA,    *
      * ASSIM COMO A DE AMIGO QUE RETIROU O       *
      * CONSENTIMENTO PARA A FINALIDADE DO        *
      * PROGRAMA DE ORIGEM (CONSVER).             *
      * CADA MENSAGEM NO MAILOUT.TXT:             *
      *   MSG <ID>                                *
      *   TO: <ENDERECO>                          *
      *   SUBJECT: <ASSUNTO>                      *
      *   X-ORIGEM: <PROGRAMA>                    *
      *   <LINHA EM BRANCO>                       *
      *   <CORPO; LINHA COM PONTO NO INICIO GANHA *
      *    OUTRO PONTO>                           *
      *   .                                       *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILSPL-MASTER ASSIGN TO "MAILSPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WS-FS-MAILSPL.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-EMAILINV.
           SELECT ARQ-GATEWAY ASSIGN TO "MAILOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GATEWAY.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  MAILSPL-MASTER
           LABEL RECORDS STANDARD.
       COPY "MAILSPLR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".

       FD  ARQ-GATEWAY
           LABEL RECORDS STANDARD.
       01  GATEWAY-REC             PIC X(81).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-MAILSPL      PIC XX VALUE SPACES.
       01 WS-FS-EMAILINV     PIC XX VALUE SPACES.
       01 WS-FS-GATEWAY      PIC XX VALUE SPACES.
       01 WS-FIM-SPOOL       PIC X VALUE "N".
           88 FIM-SPOOL          VALUE "S".
       01 WS-EMAILINV-ABERTO PIC X VALUE "N".
           88 EMAILINV-ABERTO    VALUE "S".
       01 WS-EM-MENSAGEM     PIC X VALUE "N".
           88 EM-MENSAGEM        VALUE "S" FALSE "N".
       01 WS-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-CONT-ENVIADAS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-CANCELADAS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CONS   PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-MSG.
           05 FILLER             PIC X(04) VALUE "MSG ".
           05 WG-ID              PIC 9(08).
       01 WS-LINHA-PARA.
           05 FILLER             PIC X(04) VALUE "TO: ".
           05 WG-DESTINO         PIC X(30).
       01 WS-LINHA-ASSUNTO.
           05 FILLER             PIC X(09) VALUE "SUBJECT: ".
           05 WG-ASSUNTO         PIC X(60).
       01 WS-LINHA-ORIGEM.
           05 FILLER             PIC X(10) VALUE "X-ORIGEM: ".
           05 WG-ORIGEM          PIC X(08).
       01 WS-LINHA-CORPO.
           05 WG-PONTO           PIC X(01).
           05 WG-TEXTO           PIC X(80).
       01 WS-LINHA-FIM         PIC X(01) VALUE ".".
       01 WS-LINHA-BRANCO      PIC X(81) VALUE SPACES.
       COPY "CONSPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-SPOOL WS-EMAILINV-ABERTO
               WS-EM-MENSAGEM.
           MOVE ZEROS TO WS-CONT-ENVIADAS WS-CONT-CANCELADAS
               WS-CONT-SEM-CONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN I-O MAILSPL-MASTER.
           IF WS-FS-MAILSPL = "35"
               DISPLAY "MAILSPL.DAT NAO EXISTE - NADA A ENVIAR"
               GO TO FIM
           END-IF.
           IF WS-FS-MAILSPL NOT = "00"
               DISPLAY "ERRO " WS-FS-MAILSPL " AO ABRIR MAILSPL.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN EXTEND ARQ-GATEWAY.
           IF WS-FS-GATEWAY = "35"
               OPEN OUTPUT ARQ-GATEWAY
               CLOSE ARQ-GATEWAY
               OPEN EXTEND ARQ-GATEWAY
           END-IF.
           IF WS-FS-GATEWAY NOT = "00"
               DISPLAY "ERRO " WS-FS-GATEWAY " AO ABRIR MAILOUT.TXT"
               CLOSE MAILSPL-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO FIM
           END-IF.
           OPEN INPUT EMAILINV-MASTER.
           IF WS-FS-EMAILINV = "00"
               SET EMAILINV-ABERTO TO TRUE
           END-IF.
      *    PULA O REGISTRO DE CONTROLE (ID ZERO).
           MOVE 1 TO MS-ID.
           MOVE ZEROS TO MS-LINHA.
           START MAILSPL-MASTER KEY NOT < MS-CHAVE
               INVALID KEY
                   SET FIM-SPOOL TO TRUE
           END-START.
           PERFORM UNTIL FIM-SPOOL
               READ MAILSPL-MASTER NEXT RECORD
                   AT END
                       SET FIM-SPOOL TO TRUE
                   NOT AT END
                       IF MS-LINHA = ZEROS
                           PERFORM FECHA-MENSAGEM
                           PERFORM TRATA-CABECALHO
                               THRU TRATA-CABECALHO-FIM
                       ELSE
                           IF EM-MENSAGEM
                               PERFORM GRAVA-CORPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHA-MENSAGEM.
           CLOSE MAILSPL-MASTER ARQ-GATEWAY.
           IF EMAILINV-ABERTO
               CLOSE EMAILINV-MASTER
           END-IF.
           DISPLAY "MENSAGENS PARA O GATEWAY: " WS-CONT-ENVIADAS.
           DISPLAY "CANCELADAS (DEVOLVIDOS) : " WS-CONT-CANCELADAS.
           DISPLAY "CANCELADAS (SEM CONSENT): " WS-CONT-SEM-CONS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       TRATA-CABECALHO.
           IF NOT MS-PENDENTE
               GO TO TRATA-CABECALHO-FIM.
           IF EMAILINV-ABERTO
               MOVE MS-APELIDO TO EI-APELIDO
               READ EMAILINV-MASTER
                   NOT INVALID KEY
                       IF EI-EMAIL = MS-DESTINO
                           SET MS-CANCELADA TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF MS-CANCELADA
               ADD 1 TO WS-CONT-CANCELADAS
           ELSE
               PERFORM CONFERE-CONSENTIMENTO
           END-IF.
           IF NOT MS-CANCELADA
               SET MS-ENVIADA TO TRUE
               MOVE WS-HOJE TO MS-DATA-ENVIO
               MOVE MS-ID TO WG-ID
               MOVE MS-DESTINO TO WG-DESTINO
               MOVE MS-ASSUNTO TO WG-ASSUNTO
               MOVE MS-ORIGEM TO WG-ORIGEM
               WRITE GATEWAY-REC FROM WS-LINHA-MSG
               WRITE GATEWAY-REC FROM WS-LINHA-PARA
               WRITE GATEWAY-REC FROM WS-LINHA-ASSUNTO
               WRITE GATEWAY-REC FROM WS-LINHA-ORIGEM
               WRITE GATEWAY-REC FROM WS-LINHA-BRANCO
               SET EM-MENSAGEM TO TRUE
               ADD 1 TO WS-CONT-ENVIADAS
           END-IF.
           REWRITE MAILSPL-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A MENSAGEM " MS-ID
           END-REWRITE.
       TRATA-CABECALHO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * O CONSENTIMENTO PODE TER SIDO RETIRADO DEPOIS QUE A MENSAGEM
      * ENTROU NO SPOOL. A FINALIDADE VEM DO PROGRAMA DE ORIGEM;
      * MENSAGEM DE OUTRA ORIGEM NAO E CONFERIDA.
       CONFERE-CONSENTIMENTO.
           MOVE SPACES TO CK-FINALIDADE.
           EVALUATE MS-ORIGEM
               WHEN "CARTAS"
                   MOVE "C" TO CK-FINALIDADE
               WHEN "ANIVER"
                   MOVE "E" TO CK-FINALIDADE
               WHEN "CONVGERA"
                   MOVE "V" TO CK-FINALIDADE
           END-EVALUATE.
           IF CK-FINALIDADE NOT = SPACES
               MOVE MS-APELIDO TO CK-APELIDO
               CALL "CONSVER" USING CONS-PARAMETROS
               IF NOT CK-CONSENTIU
                   SET MS-CANCELADA TO TRUE
                   ADD 1 TO WS-CONT-SEM-CONS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-CORPO.
           MOVE SPACES TO WS-LINHA-CORPO.
           IF MS-TEXTO(1:1) = "."
               MOVE "." TO WG-PONTO
               MOVE MS-TEXTO TO WG-TEXTO
               WRITE GATEWAY-REC FROM WS-LINHA-CORPO
           ELSE
               WRITE GATEWAY-REC FROM MS-TEXTO
           END-IF.
      *-----------------------------------------------------------------
       FECHA-MENSAGEM.
           IF EM-MENSAGEM
               WRITE GATEWAY-REC FROM WS-LINHA-FIM
               SET EM-MENSAGEM TO FALSE
           END-IF.
