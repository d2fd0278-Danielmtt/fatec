      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DOS TELEFONES DOS AMIGOS       *
      * (INCLUSAO/ALTERACAO/EXCLUSAO). NO BRASIL  *
      * (PAIS BR OU EM BRANCO) O DDD E VALIDADO   *
      * CONTRA A TABELA DDDTAB.DAT; NO EXTERIOR O *
      * PAIS DEVE ESTAR NA PAISTAB.DAT (PAISVER)  *
      * E O NUMERO NACIONAL, SEM O DDI, SO TEM    *
      * DIGITOS.                                  *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 TIPO              PIC X(01) VALUE SPACES.
       01 DDD               PIC 9(02) VALUE ZEROS.
       01 NUMERO            PIC X(09) VALUE SPACES.
       01 PAIS              PIC X(02) VALUE SPACES.
           88 PAIS-BRASIL       VALUE "BR".
       01 NUM-EXTERIOR      PIC X(14) VALUE SPACES.
       01 WS-TAM-NUMERO     PIC 9(02) VALUE ZEROS.
       01 WS-DDI-ED         PIC ZZ9.
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-FONES       PIC XX VALUE SPACES.
       01 WS-FS-DDDTAB      PIC XX VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-ACHOU-FONE     PIC X VALUE "N".
           88 ACHOU-FONE        VALUE "S" FALSE "N".
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY (07, 10) "APELIDO   :".
           DISPLAY (08, 10) "SEQUENCIA :".
           DISPLAY (10, 10) "TIPO (R=RESID, C=CELULAR, T=TRAB) :".
           DISPLAY (11, 10) "PAIS      :".
           DISPLAY (12, 10) "DDD       :".
           DISPLAY (13, 10) "NUMERO    :".
       ROT-OPCAO.
           ACCEPT (05, 50) OPCAO.
           IF OPCAO NOT = "I" AND OPCAO NOT = "E"
               NOT INVALID KEY
                   SET ACHOU-FONE TO TRUE
                   DISPLAY (10, 46) FO-TIPO
                   DISPLAY (11, 22) FO-PAIS
                   IF FO-PAIS-BRASIL
                       DISPLAY (12, 22) FO-DDD
                       DISPLAY (13, 22) FO-NUMERO
                   ELSE
                       DISPLAY (13, 22) FO-NUM-EXTERIOR
                   END-IF
           END-READ.
           IF WS-FS-FONES = "99" OR WS-FS-FONES = "51"
               MOVE "REGISTRO EM USO POR OUTRO TERMINAL" TO WS-MENSAGEM
               GO TO ROT-TIPO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-PAIS.
           ACCEPT (11, 22) PAIS.
           MOVE FUNCTION UPPER-CASE(PAIS) TO PAIS.
           IF PAIS = SPACES
               MOVE "BR" TO PAIS
           END-IF.
           DISPLAY (11, 22) PAIS.
           IF PAIS-BRASIL
               DISPLAY (11, 26) "BRASIL"
               GO TO ROT-DDD.
           SET PV-CONSULTA TO TRUE.
           MOVE PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-SEM-TABELA
               DISPLAY (23, 01)
                   "SEM TABELA DE PAISES - EXECUTE PAISCARG"
               GO TO ROT-PAIS.
           IF PV-PAIS-INEXISTENTE
               DISPLAY (23, 01) "PAIS NAO CADASTRADO NA PAISTAB"
               GO TO ROT-PAIS.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE PV-DDI TO WS-DDI-ED.
           DISPLAY (11, 26) PV-NOME.
           DISPLAY (11, 48) "DDI +" WS-DDI-ED.
       ROT-EXTERIOR.
      *    NUMERO NACIONAL DO PAIS, SEM O DDI; NAO HA DDD.
           ACCEPT (13, 22) NUM-EXTERIOR.
           IF NUM-EXTERIOR = SPACES
               DISPLAY (23, 01) "NUMERO NAO PODE SER BRANCO"
               GO TO ROT-EXTERIOR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NUM-EXTERIOR))
               TO WS-TAM-NUMERO.
           IF NUM-EXTERIOR (1:1) = SPACE
               OR NUM-EXTERIOR (1:WS-TAM-NUMERO) NOT NUMERIC
               DISPLAY (23, 01) "NUMERO DO EXTERIOR SO COM DIGITOS"
               GO TO ROT-EXTERIOR.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE ZEROS TO DDD.
           MOVE SPACES TO NUMERO.
           GO TO ROT-GRAVA.
       ROT-DDD.
           ACCEPT (12, 22) DDD.
           MOVE DDD TO DD-CODIGO.
           READ DDDTAB-MASTER
               INVALID KEY
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (12, 26) DD-REGIAO.
       ROT-NUMERO.
           ACCEPT (13, 22) NUMERO.
           IF NUMERO = SPACES
               DISPLAY (23, 01) "NUMERO NAO PODE SER BRANCO"
               GO TO ROT-NUMERO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           MOVE SPACES TO NUM-EXTERIOR.
       ROT-GRAVA.
           MOVE APELIDO TO FO-APELIDO.
           MOVE SEQUENCIA TO FO-SEQ.
           MOVE TIPO TO FO-TIPO.
           MOVE DDD TO FO-DDD.
           MOVE NUMERO TO FO-NUMERO.
           MOVE PAIS TO FO-PAIS.
           MOVE NUM-EXTERIOR TO FO-NUM-EXTERIOR.
           IF ACHOU-FONE
               REWRITE FONES-REC
                   INVALID KEY
