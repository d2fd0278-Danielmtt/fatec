      * IMPRESSAO DE ETIQUETAS ADESIVAS (3 POR    *
      * LINHA) COM O ENDERECO DOS AMIGOS ATIVOS,  *
      * COM OPCAO DE RESTRINGIR AO MES DE         *
      * ANIVERSARIO. NO MODO POR DOMICILIO, OS    *
      * AMIGOS COM O MESMO ENDERECO RECEBEM UMA   *
      * SO ETIQUETA COM OS NOMES JUNTOS (JUNTANOM)*
      * SO SAI QUEM CONSENTIU EM RECEBER CARTAS   *
      * (CONSVER, FINALIDADE C); OS DEMAIS SAO    *
      * CONTADOS NO TOTAL DE SEM CONSENTIMENTO.   *
      * ENDERECOS DO EXTERIOR SAEM NO FORMATO     *
      * INTERNACIONAL: CODIGO POSTAL ANTES OU     *
      * DEPOIS DA CIDADE CONFORME O PAIS E O NOME *
      * DO PAIS NA ULTIMA LINHA (PAISVER).        *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 WS-MES-ALVO        PIC 9(02) VALUE ZEROS.
       01 WS-CONT-ETIQ       PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-ENDER  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CONS   PIC 9(05) VALUE ZEROS.
       01 WS-COL             PIC 9(01) VALUE ZEROS.
       01 WS-IND-LIN         PIC 9(01) VALUE ZEROS.
       01 WS-CEP-MASC        PIC X(09) VALUE SPACES.
       01 WS-NOME-ETIQ       PIC X(40) VALUE SPACES.
       01 WS-LINHA-AUX       PIC X(40) VALUE SPACES.
       01 WS-LINHA-POSTAL    PIC X(40) VALUE SPACES.
       01 WS-PONTEIRO        PIC 9(03) VALUE ZEROS.
       01 WS-RESP-DOMICILIO  PIC X(01) VALUE SPACES.
       01 WS-POR-DOMICILIO   PIC X VALUE "N".
           88 POR-DOMICILIO      VALUE "S".
       01 WS-CONT-AGRUPADOS  PIC 9(05) VALUE ZEROS.
       01 WS-CHAVE-ENDER     PIC X(71) VALUE SPACES.
       01 WS-QTD-DOM         PIC 9(04) VALUE ZEROS.
       01 WS-IND-DOM         PIC 9(04) VALUE ZEROS.
       01 WS-DOM-ACHADO      PIC 9(04) VALUE ZEROS.
       01 WS-IND-NOME        PIC 9(02) VALUE ZEROS.
       01 WS-TABELA-DOMICILIOS.
           05 WS-DOMICILIO OCCURS 1000 TIMES.
               10 WS-DOM-CHAVE   PIC X(71).
               10 WS-DOM-APELIDO PIC X(12).
               10 WS-DOM-QTD     PIC 9(02).
               10 WS-DOM-NOME OCCURS 6 TIMES PIC X(30).
       COPY "JUNTAPRM.CPY".
       COPY "CONSPARM.CPY".
       COPY "PAISPARM.CPY".
       01 WS-ETIQ-LINHAS.
           05 WS-ETIQ-LIN OCCURS 4 TIMES.
               10 WS-ETIQ-COL OCCURS 3 TIMES PIC X(40).
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO WS-ETIQ-LINHAS.
           PERFORM ESCOLHE-MES.
           PERFORM ESCOLHE-DOMICILIO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                       IF AM-REG-ATIVO
                           AND (WS-MES-ALVO = ZEROS
                               OR AM-MES = WS-MES-ALVO)
                           PERFORM SELECIONA-AMIGO
                       END-IF
               END-READ
           END-PERFORM.
           IF POR-DOMICILIO
               PERFORM VARYING WS-IND-DOM FROM 1 BY 1
                       UNTIL WS-IND-DOM > WS-QTD-DOM
                   PERFORM EMITE-DOMICILIO
               END-PERFORM
           END-IF.
           IF WS-COL > ZEROS
               PERFORM DESCARREGA-LINHA
           END-IF.
           DISPLAY "ETIQUETAS GERADAS     : " WS-CONT-ETIQ.
           DISPLAY "AMIGOS SEM ENDERECO   : " WS-CONT-SEM-ENDER.
           DISPLAY "SEM CONSENTIMENTO     : " WS-CONT-SEM-CONS.
           IF POR-DOMICILIO
               DISPLAY "AMIGOS JUNTADOS       : " WS-CONT-AGRUPADOS
           END-IF.
           IF AMIGOS-ABERTO
               CLOSE AMIGOS-MASTER
           END-IF.
               CLOSE ENDER-MASTER
           END-IF.
           CLOSE RELATORIO.
           MOVE "ETIQUETA.LST" TO RP-ARQUIVO.
           MOVE "ETIQUETA" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
               DISPLAY "MES INVALIDO - GERANDO PARA TODOS"
               MOVE ZEROS TO WS-MES-ALVO
           END-IF.
      *-----------------------------------------------------------------
       ESCOLHE-DOMICILIO.
           DISPLAY "UMA ETIQUETA POR ENDERECO (CASAL/FAMILIA)? (S/N): ".
           ACCEPT WS-RESP-DOMICILIO.
           IF WS-RESP-DOMICILIO = "S"
               SET POR-DOMICILIO TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * QUEM NUNCA FOI CONSULTADO OU RETIROU O CONSENTIMENTO PARA
      * CARTAS FICA DE FORA, TAMBEM NO MODO POR DOMICILIO.
       SELECIONA-AMIGO.
           MOVE AM-APELIDO TO CK-APELIDO.
           MOVE "C" TO CK-FINALIDADE.
           CALL "CONSVER" USING CONS-PARAMETROS.
           IF NOT CK-CONSENTIU
               ADD 1 TO WS-CONT-SEM-CONS
           ELSE
               IF POR-DOMICILIO
                   PERFORM ACUMULA-DOMICILIO
                       THRU ACUMULA-DOMICILIO-FIM
               ELSE
                   PERFORM MONTA-ETIQUETA
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       MONTA-ETIQUETA.
           MOVE AM-APELIDO TO EN-APELIDO.
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-ENDER
               NOT INVALID KEY
                   MOVE AM-NOME TO WS-NOME-ETIQ
                   PERFORM PREENCHE-COLUNA
           END-READ.
      *-----------------------------------------------------------------
      * MODO POR DOMICILIO: GUARDA O AMIGO NA TABELA DE ENDERECOS
      * (LOGRADOURO + NUMERO + COMPLEMENTO + CEP + PAIS + CODIGO
      * POSTAL), ATE SEIS NOMES POR ETIQUETA. SE A TABELA ENCHER, O
      * AMIGO SAI NA HORA EM ETIQUETA PROPRIA.
       ACUMULA-DOMICILIO.
           MOVE AM-APELIDO TO EN-APELIDO.
           READ ENDER-MASTER
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-ENDER
                   GO TO ACUMULA-DOMICILIO-FIM
           END-READ.
           MOVE SPACES TO WS-CHAVE-ENDER.
           STRING EN-LOGRADOURO EN-NUMERO EN-COMPLEMENTO EN-CEP
               EN-PAIS EN-COD-POSTAL
               DELIMITED BY SIZE INTO WS-CHAVE-ENDER.
           MOVE ZEROS TO WS-DOM-ACHADO.
           PERFORM VARYING WS-IND-DOM FROM 1 BY 1
                   UNTIL WS-IND-DOM > WS-QTD-DOM
               IF WS-DOM-ACHADO = ZEROS
                   AND WS-DOM-CHAVE (WS-IND-DOM) = WS-CHAVE-ENDER
                   AND WS-DOM-QTD (WS-IND-DOM) < 6
                   MOVE WS-IND-DOM TO WS-DOM-ACHADO
               END-IF
           END-PERFORM.
           IF WS-DOM-ACHADO > ZEROS
               ADD 1 TO WS-DOM-QTD (WS-DOM-ACHADO)
               MOVE AM-NOME TO WS-DOM-NOME (WS-DOM-ACHADO,
                   WS-DOM-QTD (WS-DOM-ACHADO))
               ADD 1 TO WS-CONT-AGRUPADOS
               GO TO ACUMULA-DOMICILIO-FIM.
           IF WS-QTD-DOM = 1000
               MOVE AM-NOME TO WS-NOME-ETIQ
               PERFORM PREENCHE-COLUNA
               GO TO ACUMULA-DOMICILIO-FIM.
           ADD 1 TO WS-QTD-DOM.
           MOVE SPACES TO WS-DOMICILIO (WS-QTD-DOM).
           MOVE WS-CHAVE-ENDER TO WS-DOM-CHAVE (WS-QTD-DOM).
           MOVE AM-APELIDO TO WS-DOM-APELIDO (WS-QTD-DOM).
           MOVE 1 TO WS-DOM-QTD (WS-QTD-DOM).
           MOVE AM-NOME TO WS-DOM-NOME (WS-QTD-DOM, 1).
       ACUMULA-DOMICILIO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * UMA ETIQUETA POR ENDERECO, COM O ENDERECO DO PRIMEIRO AMIGO.
       EMITE-DOMICILIO.
           MOVE WS-DOM-APELIDO (WS-IND-DOM) TO EN-APELIDO.
           READ ENDER-MASTER
               INVALID KEY
                   MOVE SPACES TO ENDER-REC
           END-READ.
           MOVE WS-DOM-QTD (WS-IND-DOM) TO JP-QTD-NOMES.
           PERFORM VARYING WS-IND-NOME FROM 1 BY 1
                   UNTIL WS-IND-NOME > 6
               MOVE WS-DOM-NOME (WS-IND-DOM, WS-IND-NOME)
                   TO JP-NOME (WS-IND-NOME)
           END-PERFORM.
           MOVE 40 TO JP-TAMANHO.
           CALL "JUNTANOM" USING JUNTA-PARAMETROS.
           MOVE JP-NOME-JUNTO TO WS-NOME-ETIQ.
           PERFORM PREENCHE-COLUNA.
      *-----------------------------------------------------------------
       PREENCHE-COLUNA.
           ADD 1 TO WS-COL.
           MOVE WS-NOME-ETIQ TO WS-ETIQ-COL (1, WS-COL).
           STRING FUNCTION TRIM(EN-LOGRADOURO) ", "
               FUNCTION TRIM(EN-NUMERO) " "
               FUNCTION TRIM(EN-COMPLEMENTO)
               DELIMITED BY SIZE INTO WS-ETIQ-COL (2, WS-COL).
           IF NOT EN-PAIS-BRASIL
               PERFORM PREENCHE-EXTERIOR
           ELSE
               MOVE EN-BAIRRO TO WS-ETIQ-COL (3, WS-COL)
               MOVE SPACES TO WS-CEP-MASC
               STRING EN-CEP(1:5) "-" EN-CEP(6:3)
                   DELIMITED BY SIZE INTO WS-CEP-MASC
               STRING FUNCTION TRIM(EN-CIDADE) " - " EN-UF " "
                   WS-CEP-MASC
                   DELIMITED BY SIZE INTO WS-ETIQ-COL (4, WS-COL)
           END-IF.
           ADD 1 TO WS-CONT-ETIQ.
           IF WS-COL = 3
               PERFORM DESCARREGA-LINHA
           END-IF.
      *-----------------------------------------------------------------
      * ENDERECO NO EXTERIOR: O BAIRRO, SE HOUVER, VAI NA LINHA DO
      * LOGRADOURO; A TERCEIRA LINHA TRAZ CIDADE, ESTADO E CODIGO
      * POSTAL NA ORDEM DO PAIS E A QUARTA O NOME DO PAIS. SE O PAIS
      * NAO ESTIVER NA TABELA SAI A SIGLA, COM O CODIGO ANTES.
       PREENCHE-EXTERIOR.
           IF EN-BAIRRO NOT = SPACES
               MOVE WS-ETIQ-COL (2, WS-COL) TO WS-LINHA-AUX
               MOVE SPACES TO WS-ETIQ-COL (2, WS-COL)
               STRING FUNCTION TRIM(WS-LINHA-AUX) ", "
                   FUNCTION TRIM(EN-BAIRRO)
                   DELIMITED BY SIZE INTO WS-ETIQ-COL (2, WS-COL)
           END-IF.
           SET PV-CONSULTA TO TRUE.
           MOVE EN-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF NOT PV-OK
               MOVE EN-PAIS TO PV-NOME
               SET PV-POSTAL-ANTES TO TRUE
           END-IF.
           PERFORM MONTA-LINHA-POSTAL.
           MOVE WS-LINHA-POSTAL TO WS-ETIQ-COL (3, WS-COL).
           MOVE PV-NOME TO WS-ETIQ-COL (4, WS-COL).
      *-----------------------------------------------------------------
       MONTA-LINHA-POSTAL.
           MOVE SPACES TO WS-LINHA-POSTAL.
           MOVE 1 TO WS-PONTEIRO.
           IF PV-POSTAL-DEPOIS
               PERFORM JUNTA-CIDADE-ESTADO
               PERFORM JUNTA-COD-POSTAL
           ELSE
               PERFORM JUNTA-COD-POSTAL
               PERFORM JUNTA-CIDADE-ESTADO
           END-IF.
      *-----------------------------------------------------------------
       JUNTA-COD-POSTAL.
           IF EN-COD-POSTAL NOT = SPACES
               STRING FUNCTION TRIM(EN-COD-POSTAL) " "
                   DELIMITED BY SIZE
                   INTO WS-LINHA-POSTAL WITH POINTER WS-PONTEIRO
           END-IF.
      *-----------------------------------------------------------------
       JUNTA-CIDADE-ESTADO.
           STRING FUNCTION TRIM(EN-CIDADE) " "
               DELIMITED BY SIZE
               INTO WS-LINHA-POSTAL WITH POINTER WS-PONTEIRO.
           IF EN-UF NOT = SPACES
               STRING FUNCTION TRIM(EN-UF) " "
                   DELIMITED BY SIZE
                   INTO WS-LINHA-POSTAL WITH POINTER WS-PONTEIRO
           END-IF.
      *-----------------------------------------------------------------
       DESCARREGA-LINHA.
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
