      * VALIDACOES DAS TELAS (DDD NA DDDTAB, UF,  *
      * CEP NAS FAIXAS DA CEPTAB, GRUPO NA TABELA *
      * DE GRUPOS) E RELATORIO DE ACEITES E       *
      * REJEICOES EM SATCARGA.LST. DDD, UF E CEP  *
      * SO VALEM PARA O BRASIL (PAIS BR OU EM     *
      * BRANCO); NO EXTERIOR O PAIS, O CODIGO     *
      * POSTAL E O NUMERO SAO CONFERIDOS PELO     *
      * PAISVER.                                  *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT DDDTAB-MASTER ASSIGN TO "DDDTAB.DAT"
               ORGANIZATION IS INDEXED
       01 WS-TIPO-TESTE      PIC X(01) VALUE SPACES.
           88 TIPO-FONE-VALIDO VALUE "R" "C" "T".
       01 WS-CEP-NUM         PIC 9(08) VALUE ZEROS.
       01 WS-TAM-NUMERO      PIC 9(02) VALUE ZEROS.
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.
       01 WS-CONT-LIDAS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ACEITAS    PIC 9(05) VALUE ZEROS.
           05 WT-ACEITAS         PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE "/".
           05 WT-REJEITADAS      PIC ZZZZ9.
       COPY "RELPARM.CPY".
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               MOVE "TIPO INVALIDO - USE R, C OU T" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               GO TO APLICA-FONE-FIM.
           MOVE FUNCTION UPPER-CASE(ST-FO-PAIS) TO ST-FO-PAIS.
           IF ST-FO-PAIS = SPACES
               MOVE "BR" TO ST-FO-PAIS.
           IF ST-FO-PAIS NOT = "BR"
               PERFORM CONFERE-FONE-EXTERIOR THRU
                   CONFERE-FONE-EXTERIOR-FIM
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REJEITA-TRANSACAO
                   GO TO APLICA-FONE-FIM
               END-IF
               GO TO APLICA-FONE-GRAVA.
           IF ST-FO-DDD NOT NUMERIC
               MOVE "DDD DEVE SER NUMERICO" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               MOVE "NUMERO NAO PODE SER BRANCO" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               GO TO APLICA-FONE-FIM.
       APLICA-FONE-GRAVA.
           MOVE ST-APELIDO TO FO-APELIDO.
           MOVE ST-FO-SEQ TO FO-SEQ.
           MOVE ST-FO-TIPO TO FO-TIPO.
           MOVE ST-FO-PAIS TO FO-PAIS.
           IF ST-FO-PAIS = "BR"
               MOVE ST-FO-DDD TO FO-DDD
               MOVE ST-FO-NUMERO TO FO-NUMERO
               MOVE SPACES TO FO-NUM-EXTERIOR
           ELSE
               MOVE ZEROS TO FO-DDD
               MOVE SPACES TO FO-NUMERO
               MOVE ST-FO-NUM-EXTERIOR TO FO-NUM-EXTERIOR
           END-IF.
           IF ACHOU-REG
               REWRITE FONES-REC
                   INVALID KEY
           END-IF.
       APLICA-FONE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-FONE-EXTERIOR.
      *    TELEFONE FORA DO BRASIL: PAIS NA PAISTAB E NUMERO NACIONAL
      *    SO COM DIGITOS, SEM O DDI.
           SET PV-CONSULTA TO TRUE.
           MOVE ST-FO-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-SEM-TABELA
               MOVE "TABELA DE PAISES NAO DISPONIVEL" TO WS-MOTIVO
               GO TO CONFERE-FONE-EXTERIOR-FIM.
           IF PV-PAIS-INEXISTENTE
               MOVE "PAIS NAO CADASTRADO NA TABELA" TO WS-MOTIVO
               GO TO CONFERE-FONE-EXTERIOR-FIM.
           IF ST-FO-NUM-EXTERIOR = SPACES
               MOVE "NUMERO NAO PODE SER BRANCO" TO WS-MOTIVO
               GO TO CONFERE-FONE-EXTERIOR-FIM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ST-FO-NUM-EXTERIOR))
               TO WS-TAM-NUMERO.
           IF ST-FO-NUM-EXTERIOR (1:1) = SPACE
               OR ST-FO-NUM-EXTERIOR (1:WS-TAM-NUMERO) NOT NUMERIC
               MOVE "NUMERO DO EXTERIOR SO COM DIGITOS" TO WS-MOTIVO.
       CONFERE-FONE-EXTERIOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXCLUI-FONE.
           IF NOT ACHOU-REG
               MOVE "CIDADE NAO PODE SER BRANCO" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               GO TO APLICA-ENDERECO-FIM.
           MOVE FUNCTION UPPER-CASE(ST-EN-PAIS) TO ST-EN-PAIS.
           IF ST-EN-PAIS = SPACES
               MOVE "BR" TO ST-EN-PAIS.
           IF ST-EN-PAIS NOT = "BR"
               PERFORM CONFERE-ENDER-EXTERIOR THRU
                   CONFERE-ENDER-EXTERIOR-FIM
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REJEITA-TRANSACAO
                   GO TO APLICA-ENDERECO-FIM
               END-IF
               GO TO APLICA-ENDERECO-GRAVA.
           MOVE ST-EN-UF TO WS-UF-TESTE.
           IF NOT UF-VALIDA
               MOVE "UF INVALIDA" TO WS-MOTIVO
               MOVE "CEP FORA DAS FAIXAS DA UF" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               GO TO APLICA-ENDERECO-FIM.
       APLICA-ENDERECO-GRAVA.
           MOVE ST-APELIDO TO EN-APELIDO.
           MOVE ST-EN-LOGRADOURO TO EN-LOGRADOURO.
           MOVE ST-EN-NUMERO TO EN-NUMERO.
           MOVE ST-EN-BAIRRO TO EN-BAIRRO.
           MOVE ST-EN-CIDADE TO EN-CIDADE.
           MOVE ST-EN-UF TO EN-UF.
           MOVE ST-EN-PAIS TO EN-PAIS.
           IF ST-EN-PAIS = "BR"
               MOVE ST-EN-CEP TO EN-CEP
               MOVE SPACES TO EN-COD-POSTAL
           ELSE
               MOVE ZEROS TO EN-CEP
               MOVE PV-COD-POSTAL TO EN-COD-POSTAL
           END-IF.
           IF ACHOU-REG
               REWRITE ENDER-REC
                   INVALID KEY
           END-IF.
       APLICA-ENDERECO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-ENDER-EXTERIOR.
      *    ENDERECO FORA DO BRASIL: PAIS NA PAISTAB E CODIGO POSTAL NO
      *    FORMATO DO PAIS. O ESTADO/PROVINCIA (ST-EN-UF) E LIVRE.
           SET PV-VALIDA-POSTAL TO TRUE.
           MOVE ST-EN-PAIS TO PV-PAIS.
           MOVE ST-EN-COD-POSTAL TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           EVALUATE TRUE
               WHEN PV-SEM-TABELA
                   MOVE "TABELA DE PAISES NAO DISPONIVEL" TO WS-MOTIVO
               WHEN PV-PAIS-INEXISTENTE
                   MOVE "PAIS NAO CADASTRADO NA TABELA" TO WS-MOTIVO
               WHEN PV-POSTAL-INVALIDO
                   STRING "CODIGO POSTAL FORA DO FORMATO " PV-FORMATO
                       DELIMITED BY SIZE INTO WS-MOTIVO
           END-EVALUATE.
       CONFERE-ENDER-EXTERIOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXCLUI-ENDERECO.
           IF NOT ACHOU-REG
           END-IF.
      *-----------------------------------------------------------------
       APLICA-GRUPO.
      *    CADA TRANSACAO TRATA UMA PARTICIPACAO (APELIDO + GRUPO); O
      *    AMIGO PODE PERTENCER A VARIOS GRUPOS.
           IF ST-AG-GRUPO = SPACES
               MOVE "GRUPO NAO PODE SER BRANCO" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
               GO TO APLICA-GRUPO-FIM.
           MOVE ST-APELIDO TO AG-APELIDO.
           MOVE ST-AG-GRUPO TO AG-GRUPO.
           READ AMIGRUP-MASTER
               INVALID KEY
                   SET ACHOU-REG TO FALSE
           IF ST-OP-EXCLUIR
               PERFORM EXCLUI-GRUPO
               GO TO APLICA-GRUPO-FIM.
           IF ACHOU-REG
      *        PARTICIPACAO JA EXISTENTE: NADA A GRAVAR
               PERFORM ACEITA-TRANSACAO
               GO TO APLICA-GRUPO-FIM.
           IF NOT GRUPOS-ABERTO
               MOVE "TABELA DE GRUPOS NAO DISPONIVEL" TO WS-MOTIVO
               GO TO APLICA-GRUPO-FIM.
           MOVE ST-APELIDO TO AG-APELIDO.
           MOVE ST-AG-GRUPO TO AG-GRUPO.
           WRITE AMIGRUP-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR CLASSIFICACAO" TO WS-MOTIVO
                   PERFORM REJEITA-TRANSACAO
               NOT INVALID KEY
                   PERFORM ACEITA-TRANSACAO
           END-WRITE.
       APLICA-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXCLUI-GRUPO.
           IF NOT ACHOU-REG
               MOVE "AMIGO NAO PERTENCE AO GRUPO" TO WS-MOTIVO
               PERFORM REJEITA-TRANSACAO
           ELSE
               DELETE AMIGRUP-MASTER
           END-IF.
           CLOSE AMIGOS-MASTER FONES-MASTER ENDER-MASTER
               AMIGRUP-MASTER RELATORIO.
           MOVE "SATCARGA.LST" TO RP-ARQUIVO.
           MOVE "SATCARGA" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF DDDTAB-ABERTO
               CLOSE DDDTAB-MASTER
           END-IF.
