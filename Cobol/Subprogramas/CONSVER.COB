       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSVER.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * DEVOLVE A SITUACAO ATUAL DO CONSENTIMENTO *
      * DE UM AMIGO PARA UMA FINALIDADE: S SE O   *
      * ULTIMO REGISTRO EM CONSENT.DAT CONCEDE, N *
      * SE RETIRA E P SE NUNCA FOI PERGUNTADO.    *
      * CHAMADO POR CARTAS, ETIQUETA, ANIVER,     *
      * CONVGERA, CONSMNT E CONSREL.              *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONSENT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CONSENT           PIC XX VALUE SPACES.
       01  WS-FIM-ARQ              PIC X VALUE "N".
           88 FIM-ARQ                  VALUE "S" FALSE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "CONSPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CONS-PARAMETROS.
       INICIO.
           SET CK-NUNCA-PERGUNTADO TO TRUE.
           MOVE ZEROS TO CK-DATA.
           OPEN INPUT CONSENT-MASTER.
           IF WS-FS-CONSENT NOT = "00"
               GO TO FIM.
      *    A CHAVE TERMINA EM DATA + HORA: O ULTIMO REGISTRO LIDO COM
      *    O PREFIXO APELIDO + FINALIDADE E A SITUACAO ATUAL.
           SET FIM-ARQ TO FALSE.
           MOVE CK-APELIDO TO CS-APELIDO.
           MOVE CK-FINALIDADE TO CS-FINALIDADE.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           PERFORM UNTIL FIM-ARQ
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF CS-APELIDO NOT = CK-APELIDO
                           OR CS-FINALIDADE NOT = CK-FINALIDADE
                           SET FIM-ARQ TO TRUE
                       ELSE
                           MOVE CS-SITUACAO TO CK-SITUACAO
                           MOVE CS-DATA TO CK-DATA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-MASTER.
       FIM.
           GOBACK.
