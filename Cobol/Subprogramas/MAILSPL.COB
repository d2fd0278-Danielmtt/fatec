       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILSPL.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * SPOOL DE EMAILS DE SAIDA: CONFERE SE O    *
      * ENDERECO DO AMIGO NAO FOI DEVOLVIDO PELO  *
      * GATEWAY (EMAILINV.DAT) E, NA FUNCAO G,    *
      * GRAVA A MENSAGEM (CABECALHO E LINHAS DO   *
      * CORPO) EM MAILSPL.DAT COMO PENDENTE, COM  *
      * UM ID NOVO. CHAMADO POR ANIVER, CARTAS E  *
      * CONVGERA; O MAILGW GERA O ARQUIVO DO      *
      * GATEWAY COM AS PENDENTES.                 *
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MAILSPL-MASTER
           LABEL RECORDS STANDARD.
       COPY "MAILSPLR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-MAILSPL           PIC XX VALUE SPACES.
       01  WS-FS-EMAILINV          PIC XX VALUE SPACES.
       01  WS-ID-NOVO              PIC 9(08) VALUE ZEROS.
       01  WS-IND                  PIC 9(02) VALUE ZEROS.
       01  WS-HOJE                 PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "MAILPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING MAIL-PARAMETROS.
       INICIO.
           IF MP-DESTINO = SPACES
               SET MP-SEM-EMAIL TO TRUE
               GO TO FIM.
           PERFORM CONFERE-DEVOLVIDO.
           IF MP-DEVOLVIDO OR MP-VERIFICA
               GO TO FIM.
           PERFORM GRAVA-MENSAGEM THRU GRAVA-MENSAGEM-FIM.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       CONFERE-DEVOLVIDO.
      *    SO VALE A MARCA SE O ENDERECO AINDA E O QUE FOI DEVOLVIDO.
           SET MP-LIBERADO TO TRUE.
           OPEN INPUT EMAILINV-MASTER.
           IF WS-FS-EMAILINV = "00"
               MOVE MP-APELIDO TO EI-APELIDO
               READ EMAILINV-MASTER
                   NOT INVALID KEY
                       IF EI-EMAIL = MP-DESTINO
                           SET MP-DEVOLVIDO TO TRUE
                       END-IF
               END-READ
               CLOSE EMAILINV-MASTER
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-MENSAGEM.
           SET MP-ERRO TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           OPEN I-O MAILSPL-MASTER.
           IF WS-FS-MAILSPL = "35"
               OPEN OUTPUT MAILSPL-MASTER
               CLOSE MAILSPL-MASTER
               OPEN I-O MAILSPL-MASTER
           END-IF.
           IF WS-FS-MAILSPL NOT = "00"
               GO TO GRAVA-MENSAGEM-FIM.
      *    O REGISTRO DE ID ZERO GUARDA O ULTIMO ID USADO.
           MOVE ZEROS TO MS-ID MS-LINHA.
           READ MAILSPL-MASTER
               INVALID KEY
                   MOVE SPACES TO MS-DADOS
                   MOVE ZEROS TO MS-ULTIMO-ID
                   WRITE MAILSPL-REC
                       INVALID KEY
                           CLOSE MAILSPL-MASTER
                           GO TO GRAVA-MENSAGEM-FIM
                   END-WRITE
           END-READ.
           COMPUTE WS-ID-NOVO = MS-ULTIMO-ID + 1.
           MOVE WS-ID-NOVO TO MS-ULTIMO-ID.
           REWRITE MAILSPL-REC
               INVALID KEY
                   CLOSE MAILSPL-MASTER
                   GO TO GRAVA-MENSAGEM-FIM
           END-REWRITE.
           MOVE SPACES TO MS-DADOS.
           MOVE WS-ID-NOVO TO MS-ID.
           MOVE ZEROS TO MS-LINHA.
           MOVE MP-APELIDO TO MS-APELIDO.
           MOVE MP-DESTINO TO MS-DESTINO.
           MOVE MP-ASSUNTO TO MS-ASSUNTO.
           MOVE MP-ORIGEM TO MS-ORIGEM.
           SET MS-PENDENTE TO TRUE.
           MOVE WS-HOJE TO MS-DATA-GERACAO.
           MOVE ZEROS TO MS-DATA-ENVIO.
           MOVE MP-QTD-LINHAS TO MS-QTD-LINHAS.
           WRITE MAILSPL-REC
               INVALID KEY
                   CLOSE MAILSPL-MASTER
                   GO TO GRAVA-MENSAGEM-FIM
           END-WRITE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > MP-QTD-LINHAS
               PERFORM GRAVA-LINHA
           END-PERFORM.
           CLOSE MAILSPL-MASTER.
           SET MP-GRAVADA TO TRUE.
       GRAVA-MENSAGEM-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-LINHA.
           MOVE SPACES TO MS-DADOS.
           MOVE WS-ID-NOVO TO MS-ID.
           MOVE WS-IND TO MS-LINHA.
           MOVE MP-LINHA (WS-IND) TO MS-TEXTO.
           WRITE MAILSPL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
