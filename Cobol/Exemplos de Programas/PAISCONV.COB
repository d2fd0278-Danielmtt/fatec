       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAISCONV.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONVERSAO UNICA DO ENDER.DAT E DO         *
      * FONES.DAT PARA O LAYOUT COM PAIS (CODIGO  *
      * POSTAL E NUMERO DO EXTERIOR). PARA CADA   *
      * ARQUIVO COPIA O ANTIGO PARA ENDER.ANT /   *
      * FONES.ANT, RECRIA O .DAT NO LAYOUT NOVO E *
      * RECARREGA OS REGISTROS COM PAIS BR. AS    *
      * COPIAS .ANT SAO MANTIDAS.                 *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENDER-ANTIGO ASSIGN TO "ENDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EA-APELIDO
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT ENDER-MASTER ASSIGN TO "ENDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-APELIDO
               FILE STATUS IS WS-FS-ENDER.
           SELECT ENDER-COPIA ASSIGN TO "ENDER.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA.
           SELECT FONES-ANTIGO ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-CHAVE
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT FONES-MASTER ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CHAVE
               FILE STATUS IS WS-FS-FONES.
           SELECT FONES-COPIA ASSIGN TO "FONES.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ENDER-ANTIGO
           LABEL RECORDS STANDARD.
       01  ENDER-ANTIGO-REC.
           05  EA-APELIDO          PIC X(12).
           05  FILLER              PIC X(101).

       FD  ENDER-MASTER
           LABEL RECORDS STANDARD.
       COPY "ENDERR.CPY".

       FD  ENDER-COPIA
           LABEL RECORDS STANDARD.
       01  ENDER-COPIA-REC         PIC X(113).

       FD  FONES-ANTIGO
           LABEL RECORDS STANDARD.
       01  FONES-ANTIGO-REC.
           05  FA-CHAVE            PIC X(14).
           05  FILLER              PIC X(12).

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  FONES-COPIA
           LABEL RECORDS STANDARD.
       01  FONES-COPIA-REC         PIC X(26).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-ANTIGO       PIC XX VALUE SPACES.
       01 WS-FS-ENDER        PIC XX VALUE SPACES.
       01 WS-FS-FONES        PIC XX VALUE SPACES.
       01 WS-FS-COPIA        PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-CONVERSAO-OK    PIC X VALUE "S".
           88 CONVERSAO-OK       VALUE "S" FALSE "N".
       01 WS-CONFIRMA        PIC X VALUE SPACES.
       01 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GRAVADOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       01 WS-COPIA-ENDER     PIC X(113) VALUE SPACES.
       01 WS-COPIA-FONE      PIC X(26) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DO ENDER.DAT E DO FONES.DAT PARA O".
           DISPLAY "LAYOUT COM PAIS. CONFIRMA? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR"
               GO TO FIM
           END-IF.
           PERFORM COPIA-ENDER THRU COPIA-ENDER-FIM.
           IF CONVERSAO-OK
               PERFORM CARREGA-ENDER THRU CARREGA-ENDER-FIM
               DISPLAY "ENDERECOS LIDOS                : "
                   WS-CONT-LIDOS
               DISPLAY "ENDERECOS GRAVADOS             : "
                   WS-CONT-GRAVADOS
           END-IF.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-GRAVADOS.
           SET CONVERSAO-OK TO TRUE.
           PERFORM COPIA-FONES THRU COPIA-FONES-FIM.
           IF CONVERSAO-OK
               PERFORM CARREGA-FONES THRU CARREGA-FONES-FIM
               DISPLAY "TELEFONES LIDOS                : "
                   WS-CONT-LIDOS
               DISPLAY "TELEFONES GRAVADOS             : "
                   WS-CONT-GRAVADOS
           END-IF.
           IF WS-CONT-ERROS > ZEROS
               DISPLAY "ERROS DE GRAVACAO              : " WS-CONT-ERROS
               DISPLAY "OS ARQUIVOS ANTIGOS ESTAO EM ENDER.ANT E "
                   "FONES.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.
      *-----------------------------------------------------------------
       COPIA-ENDER.
      *    PRIMEIRA FASE: TIRA UMA COPIA SEQUENCIAL DO ARQUIVO ANTIGO.
           OPEN INPUT ENDER-ANTIGO.
           IF WS-FS-ANTIGO = "35"
               DISPLAY "ENDER.DAT NAO ENCONTRADO - NADA A CONVERTER"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-ENDER-FIM
           END-IF.
           IF WS-FS-ANTIGO = "39"
               DISPLAY "ENDER.DAT JA ESTA NO LAYOUT NOVO"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-ENDER-FIM
           END-IF.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO " WS-FS-ANTIGO " AO ABRIR ENDER.DAT"
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-ENDER-FIM
           END-IF.
           OPEN OUTPUT ENDER-COPIA.
           IF WS-FS-COPIA NOT = "00"
               DISPLAY "ERRO AO CRIAR ENDER.ANT - NADA CONVERTIDO"
               CLOSE ENDER-ANTIGO
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-ENDER-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ ENDER-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       WRITE ENDER-COPIA-REC FROM ENDER-ANTIGO-REC
               END-READ
           END-PERFORM.
           CLOSE ENDER-ANTIGO ENDER-COPIA.
       COPIA-ENDER-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CARREGA-ENDER.
      *    SEGUNDA FASE: RECRIA O ENDER.DAT E RECARREGA DA COPIA.
           OPEN OUTPUT ENDER-MASTER.
           IF WS-FS-ENDER NOT = "00"
               DISPLAY "ERRO " WS-FS-ENDER " AO RECRIAR ENDER.DAT"
               DISPLAY "O ARQUIVO ANTIGO ESTA EM ENDER.ANT"
               MOVE 8 TO RETURN-CODE
               GO TO CARREGA-ENDER-FIM
           END-IF.
           OPEN INPUT ENDER-COPIA.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ ENDER-COPIA INTO WS-COPIA-ENDER
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM GRAVA-ENDERECO
               END-READ
           END-PERFORM.
           CLOSE ENDER-COPIA ENDER-MASTER.
       CARREGA-ENDER-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-ENDERECO.
           MOVE SPACES TO ENDER-REC.
           MOVE WS-COPIA-ENDER TO ENDER-REC (1:113).
           MOVE "BR" TO EN-PAIS.
           WRITE ENDER-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ENDERECO " EN-APELIDO
                   ADD 1 TO WS-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
      *-----------------------------------------------------------------
       COPIA-FONES.
           OPEN INPUT FONES-ANTIGO.
           IF WS-FS-ANTIGO = "35"
               DISPLAY "FONES.DAT NAO ENCONTRADO - NADA A CONVERTER"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-FONES-FIM
           END-IF.
           IF WS-FS-ANTIGO = "39"
               DISPLAY "FONES.DAT JA ESTA NO LAYOUT NOVO"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-FONES-FIM
           END-IF.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO " WS-FS-ANTIGO " AO ABRIR FONES.DAT"
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-FONES-FIM
           END-IF.
           OPEN OUTPUT FONES-COPIA.
           IF WS-FS-COPIA NOT = "00"
               DISPLAY "ERRO AO CRIAR FONES.ANT - NADA CONVERTIDO"
               CLOSE FONES-ANTIGO
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-FONES-FIM
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ FONES-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       WRITE FONES-COPIA-REC FROM FONES-ANTIGO-REC
               END-READ
           END-PERFORM.
           CLOSE FONES-ANTIGO FONES-COPIA.
       COPIA-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CARREGA-FONES.
           OPEN OUTPUT FONES-MASTER.
           IF WS-FS-FONES NOT = "00"
               DISPLAY "ERRO " WS-FS-FONES " AO RECRIAR FONES.DAT"
               DISPLAY "O ARQUIVO ANTIGO ESTA EM FONES.ANT"
               MOVE 8 TO RETURN-CODE
               GO TO CARREGA-FONES-FIM
           END-IF.
           OPEN INPUT FONES-COPIA.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ FONES-COPIA INTO WS-COPIA-FONE
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM GRAVA-TELEFONE
               END-READ
           END-PERFORM.
           CLOSE FONES-COPIA FONES-MASTER.
       CARREGA-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-TELEFONE.
           MOVE SPACES TO FONES-REC.
           MOVE WS-COPIA-FONE TO FONES-REC (1:26).
           MOVE "BR" TO FO-PAIS.
           WRITE FONES-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TELEFONE " FO-APELIDO " "
                       FO-SEQ
                   ADD 1 TO WS-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.
