      * GRUPO ESCOLHIDO (OU DE TODO O MESTRE).    *
      * CONVITES JA EXISTENTES SAO PRESERVADOS    *
      * PARA NAO PERDER RESPOSTAS JA REGISTRADAS. *
      * CADA CONVITE NOVO VAI TAMBEM POR EMAIL    *
      * PARA O SPOOL (MAILSPL), MENOS PARA OS     *
      * ENDERECOS JA DEVOLVIDOS PELO GATEWAY.     *
      * SO E CONVIDADO QUEM CONSENTIU EM RECEBER  *
      * CONVITES (CONSVER, FINALIDADE V); OS      *
      * DEMAIS SAO CONTADOS NO TOTAL DE SEM       *
      * CONSENTIMENTO.                            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
       01 WS-GRUPO-FILTRO    PIC X(03) VALUE SPACES.
       01 WS-CONT-GERADOS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXISTIAM   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SPOOL      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CONS   PIC 9(05) VALUE ZEROS.
       01 WS-EV-DESCRICAO    PIC X(30) VALUE SPACES.
       01 WS-EV-DATA         PIC 9(08) VALUE ZEROS.
       01 WS-EV-LOCAL        PIC X(30) VALUE SPACES.
       01 WS-MASCARA         PIC 99/99/9999.
       01 WS-MASCAR1         PIC *9/99/9999.
       01 WS-PRIMEIRO-NOME   PIC X(30) VALUE SPACES.
       01 WS-EMAIL-COMPLETO  PIC X(30) VALUE SPACES.
       COPY "MAILPARM.CPY".
       COPY "CONSPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           END-IF.
           DISPLAY "CONVITES GERADOS      : " WS-CONT-GERADOS.
           DISPLAY "CONVITES JA EXISTENTES: " WS-CONT-EXISTIAM.
           DISPLAY "CONVITES NO SPOOL     : " WS-CONT-SPOOL.
           DISPLAY "EMAIL DEVOLVIDO       : " WS-CONT-DEVOLVIDOS.
           DISPLAY "SEM CONSENTIMENTO     : " WS-CONT-SEM-CONS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
               NOT INVALID KEY
                   DISPLAY "EVENTO: " EV-DESCRICAO " EM " EV-LOCAL
           END-READ.
           MOVE EV-DESCRICAO TO WS-EV-DESCRICAO.
           MOVE EV-DATA TO WS-EV-DATA.
           MOVE EV-LOCAL TO WS-EV-LOCAL.
           CLOSE EVENTOS-MASTER.
       ESCOLHE-EVENTO-FIM.
           EXIT.
                   GO TO GERA-CONVITE-FIM
               END-IF
               MOVE AM-APELIDO TO AG-APELIDO
               MOVE WS-GRUPO-FILTRO TO AG-GRUPO
               READ AMIGRUP-MASTER
                   INVALID KEY
                       GO TO GERA-CONVITE-FIM
               END-READ
           END-IF.
           MOVE AM-APELIDO TO CK-APELIDO.
           MOVE "V" TO CK-FINALIDADE.
           CALL "CONSVER" USING CONS-PARAMETROS.
           IF NOT CK-CONSENTIU
               ADD 1 TO WS-CONT-SEM-CONS
               GO TO GERA-CONVITE-FIM.
           MOVE WS-EVENTO TO CV-EVENTO.
           MOVE AM-APELIDO TO CV-APELIDO.
           READ CONVITES-MASTER
                               AM-APELIDO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GERADOS
                           IF AM-EMAIL NOT = SPACES
                               PERFORM ENVIA-CONVITE
                           END-IF
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EXISTIAM
           END-READ.
       GERA-CONVITE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ENVIA-CONVITE.
           MOVE SPACES TO WS-EMAIL-COMPLETO WS-PRIMEIRO-NOME.
           STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
               DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO.
           UNSTRING AM-NOME DELIMITED BY ALL " "
               INTO WS-PRIMEIRO-NOME.
           CALL "FORMATDT" USING WS-EV-DATA WS-MASCARA WS-MASCAR1.
           SET MP-GRAVA TO TRUE.
           MOVE AM-APELIDO TO MP-APELIDO.
           MOVE WS-EMAIL-COMPLETO TO MP-DESTINO.
           MOVE SPACES TO MP-ASSUNTO.
           STRING "CONVITE: " WS-EV-DESCRICAO
               DELIMITED BY SIZE INTO MP-ASSUNTO.
           MOVE "CONVGERA" TO MP-ORIGEM.
           MOVE 8 TO MP-QTD-LINHAS.
           MOVE SPACES TO MP-LINHA (1) MP-LINHA (2) MP-LINHA (3)
               MP-LINHA (4) MP-LINHA (5) MP-LINHA (6) MP-LINHA (7)
               MP-LINHA (8).
           STRING "OLA, " DELIMITED BY SIZE
               WS-PRIMEIRO-NOME DELIMITED BY SPACE
               "!" DELIMITED BY SIZE
               INTO MP-LINHA (1).
           STRING "VOCE ESTA CONVIDADO(A) PARA: " WS-EV-DESCRICAO
               DELIMITED BY SIZE INTO MP-LINHA (3).
           STRING "DATA : " WS-MASCARA
               DELIMITED BY SIZE INTO MP-LINHA (4).
           STRING "LOCAL: " WS-EV-LOCAL
               DELIMITED BY SIZE INTO MP-LINHA (5).
           MOVE "CONFIRME SUA PRESENCA RESPONDENDO ESTE EMAIL." TO
               MP-LINHA (7).
           MOVE "CADASTRO DE AMIGOS" TO MP-LINHA (8).
           CALL "MAILSPL" USING MAIL-PARAMETROS.
           EVALUATE TRUE
               WHEN MP-GRAVADA
                   ADD 1 TO WS-CONT-SPOOL
               WHEN MP-DEVOLVIDO
                   ADD 1 TO WS-CONT-DEVOLVIDOS
               WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR NO SPOOL: " AM-APELIDO
           END-EVALUATE.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
