       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAISVER.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONSULTA UM PAIS NA TABELA PAISTAB.DAT E  *
      * DEVOLVE O NOME, O DDI, A MASCARA DO       *
      * CODIGO POSTAL E A POSICAO DO CODIGO NO    *
      * ENDERECO. NA FUNCAO V CONFERE TAMBEM O    *
      * CODIGO POSTAL CONTRA A MASCARA (9 =       *
      * DIGITO, A = LETRA, OUTROS = FIXOS); NAS   *
      * FUNCOES D E N ACHA A SIGLA PELO DDI OU    *
      * PELO NOME DO PAIS. CHAMADO POR ENDEMNT,   *
      * FONEMNT, SATCARGA, CEPCONFE, ETIQUETA,    *
      * CARTAS, GEOGRAF, VCARDEXP E VCARDIMP.     *
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PAISTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "PAISTABR.CPY".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-PAISTAB           PIC XX VALUE SPACES.
       01  WS-IND                  PIC 9(02) VALUE ZEROS.
       01  WS-MASCARA              PIC X(01) VALUE SPACES.
       01  WS-CARACTER             PIC X(01) VALUE SPACES.
       01  WS-NOME-PROCURA         PIC X(20) VALUE SPACES.
       01  WS-DDI-PROCURA          PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PAIS-PARAMETROS.
       INICIO.
           SET PV-OK TO TRUE.
           IF PV-PROCURA-DDI OR PV-PROCURA-NOME
               PERFORM PROCURA-PAIS THRU PROCURA-PAIS-FIM
               GO TO FIM.
           MOVE SPACES TO PV-NOME PV-FORMATO PV-POSICAO.
           MOVE ZEROS TO PV-DDI.
           IF PV-PAIS = SPACES
               MOVE "BR" TO PV-PAIS
           END-IF.
           MOVE FUNCTION UPPER-CASE(PV-PAIS) TO PV-PAIS.
           MOVE FUNCTION UPPER-CASE(PV-COD-POSTAL) TO PV-COD-POSTAL.
           OPEN INPUT PAISTAB-MASTER.
           IF WS-FS-PAISTAB NOT = "00"
               SET PV-SEM-TABELA TO TRUE
               GO TO FIM.
           MOVE PV-PAIS TO PA-CODIGO.
           READ PAISTAB-MASTER
               INVALID KEY
                   SET PV-PAIS-INEXISTENTE TO TRUE
               NOT INVALID KEY
                   PERFORM DEVOLVE-PAIS
           END-READ.
           CLOSE PAISTAB-MASTER.
           IF PV-OK AND PV-VALIDA-POSTAL
               PERFORM CONFERE-POSTAL THRU CONFERE-POSTAL-FIM
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       DEVOLVE-PAIS.
           MOVE PA-CODIGO TO PV-PAIS.
           MOVE PA-NOME TO PV-NOME.
           MOVE PA-DDI TO PV-DDI.
           MOVE PA-FORMATO-POSTAL TO PV-FORMATO.
           MOVE PA-POSICAO-POSTAL TO PV-POSICAO.
      *-----------------------------------------------------------------
      * FUNCOES D E N: PERCORRE A TABELA PELA SIGLA ATE O PRIMEIRO
      * PAIS COM O DDI OU O NOME PEDIDO. DDI COMPARTILHADO (1 = CANADA
      * E ESTADOS UNIDOS) FICA COM O PRIMEIRO PELA SIGLA.
       PROCURA-PAIS.
           MOVE FUNCTION UPPER-CASE(PV-NOME) TO WS-NOME-PROCURA.
           MOVE PV-DDI TO WS-DDI-PROCURA.
           MOVE SPACES TO PV-PAIS PV-NOME PV-FORMATO PV-POSICAO.
           MOVE ZEROS TO PV-DDI.
           OPEN INPUT PAISTAB-MASTER.
           IF WS-FS-PAISTAB NOT = "00"
               SET PV-SEM-TABELA TO TRUE
               GO TO PROCURA-PAIS-FIM.
           SET PV-PAIS-INEXISTENTE TO TRUE.
           MOVE LOW-VALUES TO PA-CODIGO.
           START PAISTAB-MASTER KEY NOT < PA-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-PAISTAB
           END-START.
           PERFORM LE-PROXIMO-PAIS
               UNTIL WS-FS-PAISTAB NOT = "00" OR PV-OK.
           CLOSE PAISTAB-MASTER.
       PROCURA-PAIS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       LE-PROXIMO-PAIS.
           READ PAISTAB-MASTER NEXT RECORD
               AT END
                   MOVE "10" TO WS-FS-PAISTAB
               NOT AT END
                   IF (PV-PROCURA-DDI AND PA-DDI = WS-DDI-PROCURA)
                       OR (PV-PROCURA-NOME
                           AND PA-NOME = WS-NOME-PROCURA)
                       SET PV-OK TO TRUE
                       PERFORM DEVOLVE-PAIS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       CONFERE-POSTAL.
      *    MASCARA EM BRANCO: PAIS SEM FORMATO FIXO, ACEITA QUALQUER
      *    CODIGO (INCLUSIVE NENHUM).
           IF PV-FORMATO = SPACES
               GO TO CONFERE-POSTAL-FIM.
           IF PV-COD-POSTAL = SPACES
               SET PV-POSTAL-INVALIDO TO TRUE
               GO TO CONFERE-POSTAL-FIM.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 10 OR PV-POSTAL-INVALIDO
               PERFORM CONFERE-POSICAO
           END-PERFORM.
       CONFERE-POSTAL-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-POSICAO.
           MOVE PV-FORMATO (WS-IND:1) TO WS-MASCARA.
           MOVE PV-COD-POSTAL (WS-IND:1) TO WS-CARACTER.
           EVALUATE WS-MASCARA
               WHEN "9"
                   IF WS-CARACTER NOT NUMERIC
                       SET PV-POSTAL-INVALIDO TO TRUE
                   END-IF
               WHEN "A"
                   IF WS-CARACTER NOT ALPHABETIC-UPPER
                       OR WS-CARACTER = SPACE
                       SET PV-POSTAL-INVALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-CARACTER NOT = WS-MASCARA
                       SET PV-POSTAL-INVALIDO TO TRUE
                   END-IF
           END-EVALUATE.
