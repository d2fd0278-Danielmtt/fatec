       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREL.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * AMIGOS ATIVOS A QUEM O CONSENTIMENTO      *
      * NUNCA FOI PERGUNTADO EM PELO MENOS UMA    *
      * FINALIDADE (CARTAS, EMAIL DE ANIVERSARIO, *
      * CONVITES). LISTA EM CONSREL.LST A         *
      * SITUACAO DE CADA FINALIDADE, VIA CONSVER, *
      * E O TOTAL DE PENDENCIAS POR FINALIDADE,   *
      * PARA O OPERADOR COLHER AS RESPOSTAS NO    *
      * CONSMNT.                                  *
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT RELATORIO ASSIGN TO "CONSREL.LST"
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

       FD  RELATORIO
           LABEL RECORDS STANDARD.
       01  LINHA-RELATORIO         PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-RELAT        PIC XX VALUE SPACES.
       01 WS-FIM-AMIGOS      PIC X VALUE "N".
           88 FIM-AMIGOS         VALUE "S".
       01 WS-PENDENTE        PIC X VALUE "N".
           88 PENDENTE           VALUE "S" FALSE "N".
       01 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-LISTADOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NUNCA-C    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NUNCA-E    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NUNCA-V    PIC 9(05) VALUE ZEROS.
       01 WS-SIT-DESC        PIC X(09) VALUE SPACES.
       01 WS-LINHA-CABEC1.
           05 FILLER PIC X(44)
               VALUE "AMIGOS COM CONSENTIMENTO NUNCA PERGUNTADO".
       01 WS-LINHA-CABEC2.
           05 FILLER PIC X(13) VALUE "APELIDO".
           05 FILLER PIC X(31) VALUE "NOME".
           05 FILLER PIC X(12) VALUE "CARTAS".
           05 FILLER PIC X(12) VALUE "EMAIL ANIV.".
           05 FILLER PIC X(12) VALUE "CONVITES".
       01 WS-LINHA-DETALHE.
           05 WD-APELIDO         PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WD-NOME            PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WD-CARTAS          PIC X(09).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WD-EMAIL           PIC X(09).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WD-CONVITE         PIC X(09).
       01 WS-LINHA-TOTAL.
           05 WT-DESCRICAO       PIC X(34).
           05 WT-TOTAL           PIC ZZZZ9.
       01 WS-LINHA-BRANCO    PIC X(80) VALUE SPACES.
       COPY "CONSPARM.CPY".
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-AMIGOS.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-LISTADOS WS-CONT-NUNCA-C
               WS-CONT-NUNCA-E WS-CONT-NUNCA-V.
           PERFORM ABRIR-ARQUIVOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC2.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGOS TO TRUE
                   NOT AT END
                       IF AM-REG-ATIVO
                           ADD 1 TO WS-CONT-LIDOS
                           PERFORM CONFERE-AMIGO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM GRAVA-TOTAIS.
           CLOSE AMIGOS-MASTER RELATORIO.
           MOVE "CONSREL.LST" TO RP-ARQUIVO.
           MOVE "CONSREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           DISPLAY "AMIGOS ATIVOS CONFERIDOS : " WS-CONT-LIDOS.
           DISPLAY "AMIGOS COM PENDENCIA     : " WS-CONT-LISTADOS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       CONFERE-AMIGO.
           SET PENDENTE TO FALSE.
           MOVE AM-APELIDO TO CK-APELIDO.
           MOVE "C" TO CK-FINALIDADE.
           PERFORM CONSULTA-FINALIDADE.
           MOVE WS-SIT-DESC TO WD-CARTAS.
           IF CK-NUNCA-PERGUNTADO
               ADD 1 TO WS-CONT-NUNCA-C
           END-IF.
           MOVE "E" TO CK-FINALIDADE.
           PERFORM CONSULTA-FINALIDADE.
           MOVE WS-SIT-DESC TO WD-EMAIL.
           IF CK-NUNCA-PERGUNTADO
               ADD 1 TO WS-CONT-NUNCA-E
           END-IF.
           MOVE "V" TO CK-FINALIDADE.
           PERFORM CONSULTA-FINALIDADE.
           MOVE WS-SIT-DESC TO WD-CONVITE.
           IF CK-NUNCA-PERGUNTADO
               ADD 1 TO WS-CONT-NUNCA-V
           END-IF.
           IF PENDENTE
               MOVE AM-APELIDO TO WD-APELIDO
               MOVE AM-NOME TO WD-NOME
               WRITE LINHA-RELATORIO FROM WS-LINHA-DETALHE
               ADD 1 TO WS-CONT-LISTADOS
           END-IF.
      *-----------------------------------------------------------------
       CONSULTA-FINALIDADE.
           CALL "CONSVER" USING CONS-PARAMETROS.
           EVALUATE TRUE
               WHEN CK-CONSENTIU
                   MOVE "CONCEDIDO" TO WS-SIT-DESC
               WHEN CK-RETIROU
                   MOVE "RETIRADO" TO WS-SIT-DESC
               WHEN OTHER
                   MOVE "NUNCA" TO WS-SIT-DESC
                   SET PENDENTE TO TRUE
           END-EVALUATE.
      *-----------------------------------------------------------------
       GRAVA-TOTAIS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "AMIGOS ATIVOS CONFERIDOS        : " TO WT-DESCRICAO.
           MOVE WS-CONT-LIDOS TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "AMIGOS COM PENDENCIA            : " TO WT-DESCRICAO.
           MOVE WS-CONT-LISTADOS TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "NUNCA PERGUNTADOS - CARTAS      : " TO WT-DESCRICAO.
           MOVE WS-CONT-NUNCA-C TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "NUNCA PERGUNTADOS - EMAIL ANIV. : " TO WT-DESCRICAO.
           MOVE WS-CONT-NUNCA-E TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           MOVE "NUNCA PERGUNTADOS - CONVITES    : " TO WT-DESCRICAO.
           MOVE WS-CONT-NUNCA-V TO WT-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
