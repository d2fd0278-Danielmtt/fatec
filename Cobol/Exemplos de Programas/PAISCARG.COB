       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAISCARG.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CARGA DA TABELA DE PAISES (PAISTAB.DAT),  *
      * COM O DDI E O FORMATO DO CODIGO POSTAL DE *
      * CADA PAIS, USADA NOS ENDERECOS E          *
      * TELEFONES DE AMIGOS QUE MORAM FORA DO     *
      * BRASIL.                                   *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAISTAB-MASTER ASSIGN TO "PAISTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CODIGO
               FILE STATUS IS WS-FS-PAISTAB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  PAISTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "PAISTABR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-PAISTAB      PIC XX VALUE SPACES.
       01 WS-CONT-CARGA      PIC 9(03) VALUE ZEROS.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
      *    SIGLA, NOME, DDI, MASCARA DO CODIGO POSTAL E POSICAO DO
      *    CODIGO NO ENDERECO (A = ANTES DA CIDADE, D = DEPOIS).
       01 WS-PAIS-LISTA.
           05 FILLER PIC X(36)
               VALUE "BRBRASIL              05599999-999 A".
           05 FILLER PIC X(36)
               VALUE "PTPORTUGAL            3519999-999  A".
           05 FILLER PIC X(36)
               VALUE "USESTADOS UNIDOS      00199999     D".
           05 FILLER PIC X(36)
               VALUE "ARARGENTINA           054A9999AAA  A".
           05 FILLER PIC X(36)
               VALUE "UYURUGUAI             59899999     A".
           05 FILLER PIC X(36)
               VALUE "PYPARAGUAI            595999999    A".
           05 FILLER PIC X(36)
               VALUE "CLCHILE               0569999999   A".
           05 FILLER PIC X(36)
               VALUE "ESESPANHA             03499999     A".
           05 FILLER PIC X(36)
               VALUE "ITITALIA              03999999     A".
           05 FILLER PIC X(36)
               VALUE "FRFRANCA              03399999     A".
           05 FILLER PIC X(36)
               VALUE "DEALEMANHA            04999999     A".
           05 FILLER PIC X(36)
               VALUE "GBREINO UNIDO         044          D".
           05 FILLER PIC X(36)
               VALUE "CACANADA              001A9A 9A9   D".
           05 FILLER PIC X(36)
               VALUE "JPJAPAO               081999-9999  D".
           05 FILLER PIC X(36)
               VALUE "MXMEXICO              05299999     A".
           05 FILLER PIC X(36)
               VALUE "COCOLOMBIA            057999999    A".
           05 FILLER PIC X(36)
               VALUE "PEPERU                05199999     D".
           05 FILLER PIC X(36)
               VALUE "CHSUICA               0419999      A".
           05 FILLER PIC X(36)
               VALUE "NLHOLANDA             0319999 AA   A".
           05 FILLER PIC X(36)
               VALUE "BEBELGICA             0329999      A".
           05 FILLER PIC X(36)
               VALUE "IEIRLANDA             353          D".
           05 FILLER PIC X(36)
               VALUE "AUAUSTRALIA           0619999      D".
       01 WS-PAIS-TABELA REDEFINES WS-PAIS-LISTA.
           05 WS-PAIS-ENTRADA OCCURS 22 TIMES.
               10 WS-PAIS-CODIGO   PIC X(02).
               10 WS-PAIS-NOME     PIC X(20).
               10 WS-PAIS-DDI      PIC 9(03).
               10 WS-PAIS-FORMATO  PIC X(10).
               10 WS-PAIS-POSICAO  PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT PAISTAB-MASTER.
           IF WS-FS-PAISTAB NOT = "00"
               DISPLAY "ERRO AO CRIAR PAISTAB.DAT - STATUS "
                   WS-FS-PAISTAB
               GO TO FIM
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 22
               PERFORM GRAVA-PAIS
           END-PERFORM.
           CLOSE PAISTAB-MASTER.
           DISPLAY "TABELA DE PAISES CARREGADA: " WS-CONT-CARGA
               " PAIS(ES)".
       FIM.
           STOP RUN.
      *-----------------------------------------------------------------
       GRAVA-PAIS.
           MOVE WS-PAIS-CODIGO (WS-IND) TO PA-CODIGO.
           MOVE WS-PAIS-NOME (WS-IND) TO PA-NOME.
           MOVE WS-PAIS-DDI (WS-IND) TO PA-DDI.
           MOVE WS-PAIS-FORMATO (WS-IND) TO PA-FORMATO-POSTAL.
           MOVE WS-PAIS-POSICAO (WS-IND) TO PA-POSICAO-POSTAL.
           WRITE PAISTAB-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PAIS " PA-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARGA
           END-WRITE.
