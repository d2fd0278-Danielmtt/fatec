      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DO ENDERECO POSTAL DOS AMIGOS  *
      * (INCLUSAO/ALTERACAO/EXCLUSAO). NO BRASIL  *
      * (PAIS BR OU EM BRANCO) COM UF VALIDADA,   *
      * CEP NUMERICO COMPLETO E CEP CONFERIDO     *
      * CONTRA AS FAIXAS DA UF NA TABELA          *
      * CEPTAB.DAT (CARGA: CEPCARGA). NO EXTERIOR *
      * O PAIS DEVE ESTAR NA PAISTAB.DAT (CARGA:  *
      * PAISCARG), O ESTADO E OPCIONAL E O CODIGO *
      * POSTAL SEGUE O FORMATO DO PAIS (PAISVER). *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               "GO" "MA" "MT" "MS" "MG" "PA" "PB" "PR" "PE" "PI" "RJ"
               "RN" "RS" "RO" "RR" "SC" "SP" "SE" "TO".
       01 CEP               PIC X(08) VALUE SPACES.
       01 PAIS              PIC X(02) VALUE SPACES.
           88 PAIS-BRASIL       VALUE "BR".
       01 COD-POSTAL        PIC X(10) VALUE SPACES.
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-ENDER       PIC XX VALUE SPACES.
       01 WS-FS-CEPTAB      PIC XX VALUE SPACES.
           88 CEP-NA-UF         VALUE "S" FALSE "N".
       01 WS-FIM-CEPTAB     PIC X VALUE "N".
           88 FIM-CEPTAB        VALUE "S".
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY (02, 25) "ENDERECO DOS AMIGOS".
           DISPLAY (05, 10) "OPCAO (I=INCLUIR/ALTERAR, E=EXCLUIR) :".
           DISPLAY (07, 10) "APELIDO     :".
           DISPLAY (08, 10) "PAIS        :".
           DISPLAY (09, 10) "LOGRADOURO  :".
           DISPLAY (10, 10) "NUMERO      :".
           DISPLAY (11, 10) "COMPLEMENTO :".
           DISPLAY (12, 10) "BAIRRO      :".
           DISPLAY (13, 10) "CIDADE      :".
           DISPLAY (14, 10) "UF/ESTADO   :".
           DISPLAY (15, 10) "CEP/POSTAL  :".
       ROT-OPCAO.
           ACCEPT (05, 50) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E"
                   SET ACHOU-ENDER TO FALSE
               NOT INVALID KEY
                   SET ACHOU-ENDER TO TRUE
                   DISPLAY (08, 24) EN-PAIS
                   DISPLAY (09, 24) EN-LOGRADOURO
                   DISPLAY (10, 24) EN-NUMERO
                   DISPLAY (11, 24) EN-COMPLEMENTO
                   DISPLAY (12, 24) EN-BAIRRO
                   DISPLAY (13, 24) EN-CIDADE
                   DISPLAY (14, 24) EN-UF
                   IF EN-PAIS-BRASIL
                       DISPLAY (15, 24) EN-CEP
                   ELSE
                       DISPLAY (15, 24) EN-COD-POSTAL
                   END-IF
           END-READ.
           IF WS-FS-ENDER = "99" OR WS-FS-ENDER = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
           IF OPCAO = "E"
               PERFORM EXCLUI-ENDER
               GO TO ENCERRA.
       ROT-PAIS.
           ACCEPT (08, 24) PAIS.
           MOVE FUNCTION UPPER-CASE(PAIS) TO PAIS.
           IF PAIS = SPACES
               MOVE "BR" TO PAIS
           END-IF.
           IF PAIS-BRASIL
               MOVE "BRASIL" TO PV-NOME
           ELSE
               SET PV-CONSULTA TO TRUE
               MOVE PAIS TO PV-PAIS
               MOVE SPACES TO PV-COD-POSTAL
               CALL "PAISVER" USING PAIS-PARAMETROS
               IF PV-SEM-TABELA
                   DISPLAY (23, 01)
                       "SEM TABELA DE PAISES - EXECUTE PAISCARG"
                   GO TO ROT-PAIS
               END-IF
               IF PV-PAIS-INEXISTENTE
                   DISPLAY (23, 01) "PAIS NAO CADASTRADO NA PAISTAB"
                   GO TO ROT-PAIS
               END-IF
           END-IF.
           DISPLAY (08, 24) PAIS.
           DISPLAY (08, 28) PV-NOME.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-LOGRADOURO.
           ACCEPT (09, 24) LOGRADOURO.
           IF LOGRADOURO = SPACES
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-UF.
           ACCEPT (14, 24) UF.
           MOVE FUNCTION UPPER-CASE(UF) TO UF.
           IF NOT PAIS-BRASIL
      *        NO EXTERIOR O ESTADO/PROVINCIA E OPCIONAL E LIVRE
               GO TO ROT-POSTAL.
           IF NOT UF-VALIDA
               DISPLAY (23, 01) "UF INVALIDA"
               GO TO ROT-UF.
               GO TO ROT-CEP.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE SPACES TO COD-POSTAL.
           GO TO ROT-GRAVA.
       ROT-POSTAL.
           ACCEPT (15, 24) COD-POSTAL.
           SET PV-VALIDA-POSTAL TO TRUE.
           MOVE PAIS TO PV-PAIS.
           MOVE COD-POSTAL TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           MOVE PV-COD-POSTAL TO COD-POSTAL.
           IF PV-POSTAL-INVALIDO
               MOVE SPACES TO WS-MENSAGEM
               STRING "CODIGO POSTAL FORA DO FORMATO " PV-FORMATO
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               DISPLAY (23, 01) WS-MENSAGEM
               GO TO ROT-POSTAL.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE ZEROS TO CEP.
       ROT-GRAVA.
           MOVE APELIDO TO EN-APELIDO.
           MOVE LOGRADOURO TO EN-LOGRADOURO.
           MOVE NUMERO TO EN-NUMERO.
           MOVE CIDADE TO EN-CIDADE.
           MOVE UF TO EN-UF.
           MOVE CEP TO EN-CEP.
           MOVE PAIS TO EN-PAIS.
           MOVE COD-POSTAL TO EN-COD-POSTAL.
           IF ACHOU-ENDER
               REWRITE ENDER-REC
                   INVALID KEY
