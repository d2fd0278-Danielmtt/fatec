      * CONFERENCIA DOS ENDERECOS JA GRAVADOS:    *
      * APONTA EM CEPCONFE.LST TODO REGISTRO DE   *
      * ENDER.DAT CUJO CEP NAO PERTENCE AS FAIXAS *
      * DA UF NA TABELA CEPTAB.DAT OU, NOS        *
      * ENDERECOS DO EXTERIOR, CUJO PAIS NAO ESTA *
      * NA PAISTAB.DAT OU CUJO CODIGO POSTAL FOGE *
      * AO FORMATO DO PAIS (PAISVER), PARA ACERTO *
      * PELO OPERADOR VIA ENDEMNT.                *
      *******************************************
      *----------------------------------------------------------------
       01 WS-TEM-FAIXA       PIC X VALUE "N".
           88 TEM-FAIXA          VALUE "S" FALSE "N".
       01 WS-CONT-CONFERIDOS PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXTERIOR   PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EXCECOES   PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-CABEC1.
           05 FILLER PIC X(44)
               VALUE "ENDERECOS COM CEP OU CODIGO POSTAL INVALIDO".
       01 WS-LINHA-CABEC2.
           05 FILLER PIC X(12) VALUE "APELIDO".
           05 FILLER PIC X(20) VALUE "CIDADE".
           05 FILLER PIC X(04) VALUE "UF".
           05 FILLER PIC X(05) VALUE "PAIS".
           05 FILLER PIC X(12) VALUE "CEP/POSTAL".
           05 FILLER PIC X(30) VALUE "MOTIVO".
       01 WS-LINHA-EXCECAO.
           05 WE-APELIDO         PIC X(12).
           05 WE-CIDADE          PIC X(20).
           05 WE-UF              PIC X(04).
           05 WE-PAIS            PIC X(05).
           05 WE-CEP             PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WE-MOTIVO          PIC X(30).
       01 WS-LINHA-TOTAL.
           05 FILLER             PIC X(22)
               VALUE "TOTAL DE EXCECOES   : ".
           05 WE-TOTAL           PIC ZZZZ9.
       COPY "RELPARM.CPY".
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE WS-CONT-EXCECOES TO WE-TOTAL.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE ENDER-MASTER CEPTAB-MASTER RELATORIO.
           MOVE "CEPCONFE.LST" TO RP-ARQUIVO.
           MOVE "CEPCONFE" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           DISPLAY "ENDERECOS CONFERIDOS : " WS-CONT-CONFERIDOS.
           DISPLAY "  DOS QUAIS EXTERIOR : " WS-CONT-EXTERIOR.
           DISPLAY "EXCECOES APONTADAS   : " WS-CONT-EXCECOES.
       FIM.
           STOP RUN.
      *-----------------------------------------------------------------
       CONFERE-ENDERECO.
           IF NOT EN-PAIS-BRASIL
               ADD 1 TO WS-CONT-EXTERIOR
               PERFORM CONFERE-EXTERIOR
           ELSE
               PERFORM VALIDA-CEP-UF THRU VALIDA-CEP-UF-FIM
               IF NOT CEP-NA-UF
                   PERFORM MONTA-EXCECAO
                   MOVE EN-CEP TO WE-CEP
                   IF TEM-FAIXA
                       MOVE "CEP FORA DAS FAIXAS DA UF" TO WE-MOTIVO
                   ELSE
                       MOVE "UF SEM FAIXA NA TABELA" TO WE-MOTIVO
                   END-IF
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-EXTERIOR.
      *    FORA DO BRASIL NAO HA FAIXA DE CEP: CONFERE O PAIS E O
      *    FORMATO DO CODIGO POSTAL NA TABELA DE PAISES.
           SET PV-VALIDA-POSTAL TO TRUE.
           MOVE EN-PAIS TO PV-PAIS.
           MOVE EN-COD-POSTAL TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF NOT PV-OK
               PERFORM MONTA-EXCECAO
               MOVE EN-COD-POSTAL TO WE-CEP
               EVALUATE TRUE
                   WHEN PV-SEM-TABELA
                       MOVE "PAISTAB.DAT NAO ENCONTRADA" TO WE-MOTIVO
                   WHEN PV-PAIS-INEXISTENTE
                       MOVE "PAIS NAO CADASTRADO NA TABELA" TO WE-MOTIVO
                   WHEN OTHER
                       MOVE "CODIGO POSTAL FORA DO FORMATO" TO WE-MOTIVO
               END-EVALUATE
               PERFORM GRAVA-EXCECAO
           END-IF.
      *-----------------------------------------------------------------
       MONTA-EXCECAO.
           MOVE EN-APELIDO TO WE-APELIDO.
           MOVE EN-CIDADE TO WE-CIDADE.
           MOVE EN-UF TO WE-UF.
           MOVE EN-PAIS TO WE-PAIS.
           IF EN-PAIS = SPACES
               MOVE "BR" TO WE-PAIS
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-EXCECAO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-EXCECAO.
           ADD 1 TO WS-CONT-EXCECOES.
      *-----------------------------------------------------------------
       VALIDA-CEP-UF.
           SET CEP-NA-UF TO FALSE.
