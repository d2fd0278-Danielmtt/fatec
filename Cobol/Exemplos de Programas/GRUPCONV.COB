       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPCONV.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONVERSAO UNICA DO AMIGRUP.DAT PARA A     *
      * CHAVE APELIDO + GRUPO, QUE PERMITE AO     *
      * AMIGO PERTENCER A VARIOS GRUPOS. COPIA O  *
      * ARQUIVO ANTIGO (CHAVE SO APELIDO) PARA    *
      * AMIGRUP.ANT, RECRIA O AMIGRUP.DAT NO      *
      * LAYOUT NOVO E RECARREGA AS CLASSIFICACOES *
      * (AS DE GRUPO EM BRANCO SAO DESCARTADAS).  *
      * A COPIA AMIGRUP.ANT E MANTIDA.            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMIGRUP-ANTIGO ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AA-APELIDO
               FILE STATUS IS WS-FS-ANTIGO.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT ARQ-COPIA ASSIGN TO "AMIGRUP.ANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGRUP-ANTIGO
           LABEL RECORDS STANDARD.
       01  AMIGRUP-ANTIGO-REC.
           05  AA-APELIDO          PIC X(12).
           05  AA-GRUPO            PIC X(03).

       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  ARQ-COPIA
           LABEL RECORDS STANDARD.
       01  COPIA-REC               PIC X(15).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-ANTIGO       PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-COPIA        PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S".
       01 WS-CONVERSAO-OK    PIC X VALUE "S".
           88 CONVERSAO-OK       VALUE "S" FALSE "N".
       01 WS-CONFIRMA        PIC X VALUE SPACES.
       01 WS-CONT-LIDOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-BRANCOS    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GRAVADOS   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ERROS      PIC 9(05) VALUE ZEROS.
       01 WS-COPIA-AA.
           05  WS-CA-APELIDO     PIC X(12).
           05  WS-CA-GRUPO       PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DO AMIGRUP.DAT PARA VARIOS GRUPOS".
           DISPLAY "POR AMIGO. CONFIRMA? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "CONVERSAO CANCELADA PELO OPERADOR"
               GO TO FIM
           END-IF.
           PERFORM COPIA-ANTIGO THRU COPIA-ANTIGO-FIM.
           IF NOT CONVERSAO-OK
               GO TO FIM
           END-IF.
           PERFORM CARREGA-NOVO THRU CARREGA-NOVO-FIM.
           DISPLAY "CLASSIFICACOES LIDAS           : " WS-CONT-LIDOS.
           DISPLAY "DESCARTADAS (GRUPO EM BRANCO)  : " WS-CONT-BRANCOS.
           DISPLAY "PARTICIPACOES GRAVADAS         : " WS-CONT-GRAVADOS.
           IF WS-CONT-ERROS > ZEROS
               DISPLAY "ERROS DE GRAVACAO              : " WS-CONT-ERROS
               DISPLAY "O ARQUIVO ANTIGO ESTA EM AMIGRUP.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       FIM.
           STOP RUN.
      *-----------------------------------------------------------------
       COPIA-ANTIGO.
      *    PRIMEIRA FASE: TIRA UMA COPIA SEQUENCIAL DO ARQUIVO ANTIGO.
           OPEN INPUT AMIGRUP-ANTIGO.
           IF WS-FS-ANTIGO = "35"
               DISPLAY "AMIGRUP.DAT NAO ENCONTRADO - NADA A CONVERTER"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-ANTIGO-FIM
           END-IF.
           IF WS-FS-ANTIGO = "39"
               DISPLAY "AMIGRUP.DAT JA ESTA NO LAYOUT NOVO"
               SET CONVERSAO-OK TO FALSE
               GO TO COPIA-ANTIGO-FIM
           END-IF.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO " WS-FS-ANTIGO " AO ABRIR AMIGRUP.DAT"
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-ANTIGO-FIM
           END-IF.
           OPEN OUTPUT ARQ-COPIA.
           IF WS-FS-COPIA NOT = "00"
               DISPLAY "ERRO AO CRIAR AMIGRUP.ANT - NADA CONVERTIDO"
               CLOSE AMIGRUP-ANTIGO
               SET CONVERSAO-OK TO FALSE
               MOVE 8 TO RETURN-CODE
               GO TO COPIA-ANTIGO-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQ
               READ AMIGRUP-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       WRITE COPIA-REC FROM AMIGRUP-ANTIGO-REC
               END-READ
           END-PERFORM.
           CLOSE AMIGRUP-ANTIGO ARQ-COPIA.
       COPIA-ANTIGO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CARREGA-NOVO.
      *    SEGUNDA FASE: RECRIA O AMIGRUP.DAT E RECARREGA DA COPIA.
           OPEN OUTPUT AMIGRUP-MASTER.
           IF WS-FS-AMIGRUP NOT = "00"
               DISPLAY "ERRO " WS-FS-AMIGRUP " AO RECRIAR AMIGRUP.DAT"
               DISPLAY "O ARQUIVO ANTIGO ESTA EM AMIGRUP.ANT"
               MOVE 8 TO RETURN-CODE
               GO TO CARREGA-NOVO-FIM
           END-IF.
           OPEN INPUT ARQ-COPIA.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL FIM-ARQ
               READ ARQ-COPIA INTO WS-COPIA-AA
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM GRAVA-PARTICIPACAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-COPIA AMIGRUP-MASTER.
       CARREGA-NOVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-PARTICIPACAO.
           IF WS-CA-GRUPO = SPACES
               ADD 1 TO WS-CONT-BRANCOS
           ELSE
               MOVE WS-CA-APELIDO TO AG-APELIDO
               MOVE WS-CA-GRUPO TO AG-GRUPO
               WRITE AMIGRUP-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR " AG-APELIDO " "
                           AG-GRUPO
                       ADD 1 TO WS-CONT-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-GRAVADOS
               END-WRITE
           END-IF.
