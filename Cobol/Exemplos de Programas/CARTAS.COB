      *******************************************
      * IMPRESSAO DE CARTAS-MODELO PARA MALA      *
      * DIRETA: LE O MODELO CARTA.TXT COM OS      *
      * MARCADORES <NOME>, <PRIMEIRO>, <CIDADE>,  *
      * <PAIS> E <ANIVERSARIO>, PREENCHE POR      *
      * AMIGO COM OS DADOS DO MESTRE E DO         *
      * ENDERECO, E GERA UMA PAGINA POR AMIGO EM  *
      * CARTAS.LST. <PAIS> E A LINHA DO PAIS EM   *
      * MAIUSCULAS DOS ENDERECOS DO EXTERIOR      *
      * (PAISVER) E FICA EM BRANCO NO BRASIL. A   *
      * SELECAO E POR GRUPO (AMIGRUP) E/OU MES DE *
      * ANIVERSARIO, COMO NA ETIQUETA, PARA SAIR  *
      * NO MESMO PASSE DAS ETIQUETAS. A CARTA DE  *
      * QUEM TEM EMAIL VAI TAMBEM PARA O SPOOL DE *
      * EMAILS (MAILSPL), MENOS PARA OS ENDERECOS *
      * JA DEVOLVIDOS PELO GATEWAY. NO MODO POR   *
      * DOMICILIO, QUEM MORA NO MESMO ENDERECO    *
      * RECEBE UMA SO CARTA COM OS NOMES JUNTOS   *
      * (JUNTANOM); O EMAIL VAI A CADA UM DELES.  *
      * SO RECEBE CARTA (E A COPIA POR EMAIL)     *
      * QUEM CONSENTIU EM RECEBER CARTAS          *
      * (CONSVER, FINALIDADE C); OS DEMAIS SAO    *
      * CONTADOS NO TOTAL DE SEM CONSENTIMENTO.   *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT ARQ-MODELO ASSIGN TO "CARTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-IND-MODELO      PIC 9(02) VALUE ZEROS.
       01 WS-CONT-CARTAS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-ENDER  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-CONS   PIC 9(05) VALUE ZEROS.
       01 WS-LINHA-TRAB      PIC X(80) VALUE SPACES.
       01 WS-MARCADOR        PIC X(14) VALUE SPACES.
       01 WS-VALOR-MARC      PIC X(30) VALUE SPACES.
       01 WS-MASCARA         PIC 99/99/9999.
       01 WS-MASCAR1         PIC *9/99/9999.
       01 WS-ANIVERSARIO     PIC X(10) VALUE SPACES.
       01 WS-PAIS-CARTA      PIC X(20) VALUE SPACES.
       01 WS-TABELA-MODELO.
           05 WS-LINHA-MODELO OCCURS 40 TIMES PIC X(80).
       01 WS-LINHA-SEPARA    PIC X(40) VALUE ALL "-".
       01 WS-ASSUNTO         PIC X(60) VALUE SPACES.
       01 WS-EMAIL-COMPLETO  PIC X(30) VALUE SPACES.
       01 WS-CONT-SPOOL      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       01 WS-NOME-CARTA      PIC X(30) VALUE SPACES.
       01 WS-APELIDO-SPOOL   PIC X(12) VALUE SPACES.
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
               10 WS-DOM-NASC    PIC 9(08).
               10 WS-DOM-QTD     PIC 9(02).
               10 WS-DOM-MORADOR OCCURS 6 TIMES.
                   15 WS-DOM-APELIDO PIC X(12).
                   15 WS-DOM-NOME    PIC X(30).
                   15 WS-DOM-EMAIL   PIC X(30).
       COPY "MAILPARM.CPY".
       COPY "JUNTAPRM.CPY".
       COPY "CONSPARM.CPY".
       COPY "PAISPARM.CPY".
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR (CONTADORES, MODELO E TABELA DE DOMICILIOS).
           MOVE "N" TO WS-FIM-AMIGOS WS-FIM-MODELO.
           MOVE ZEROS TO WS-QTD-DOM WS-CONT-AGRUPADOS WS-CONT-MODELO
               WS-CONT-CARTAS WS-CONT-SEM-ENDER WS-CONT-SEM-CONS
               WS-CONT-SPOOL WS-CONT-DEVOLVIDOS.
           PERFORM CARREGA-MODELO THRU CARREGA-MODELO-FIM.
           PERFORM ESCOLHE-GRUPO THRU ESCOLHE-GRUPO-FIM.
           PERFORM ESCOLHE-MES.
           PERFORM ESCOLHE-ASSUNTO.
           PERFORM ESCOLHE-DOMICILIO.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF POR-DOMICILIO
               PERFORM VARYING WS-IND-DOM FROM 1 BY 1
                       UNTIL WS-IND-DOM > WS-QTD-DOM
                   PERFORM EMITE-DOMICILIO
               END-PERFORM
           END-IF.
           CLOSE AMIGOS-MASTER ENDER-MASTER RELATORIO.
           MOVE "CARTAS.LST" TO RP-ARQUIVO.
           MOVE "CARTAS" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
           DISPLAY "CARTAS GERADAS        : " WS-CONT-CARTAS.
           DISPLAY "AMIGOS SEM ENDERECO   : " WS-CONT-SEM-ENDER.
           DISPLAY "SEM CONSENTIMENTO     : " WS-CONT-SEM-CONS.
           IF POR-DOMICILIO
               DISPLAY "AMIGOS JUNTADOS       : " WS-CONT-AGRUPADOS
           END-IF.
           DISPLAY "CARTAS NO SPOOL       : " WS-CONT-SPOOL.
           DISPLAY "EMAIL DEVOLVIDO       : " WS-CONT-DEVOLVIDOS.
           DISPLAY "SAIDA EM CARTAS.LST".
       FIM.
           GOBACK.
               DISPLAY "MES INVALIDO - GERANDO PARA TODOS"
               MOVE ZEROS TO WS-MES-ALVO
           END-IF.
      *-----------------------------------------------------------------
       ESCOLHE-ASSUNTO.
           DISPLAY "ASSUNTO DO EMAIL (BRANCO = CARTA DOS AMIGOS): ".
           ACCEPT WS-ASSUNTO.
           IF WS-ASSUNTO = SPACES
               MOVE "CARTA DOS AMIGOS" TO WS-ASSUNTO
           END-IF.
      *-----------------------------------------------------------------
       ESCOLHE-DOMICILIO.
           MOVE "N" TO WS-POR-DOMICILIO.
           DISPLAY "UMA CARTA POR ENDERECO (CASAL/FAMILIA)? (S/N): ".
           ACCEPT WS-RESP-DOMICILIO.
           IF WS-RESP-DOMICILIO = "S"
               SET POR-DOMICILIO TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       TESTA-AMIGO.
           IF WS-GRUPO-FILTRO NOT = SPACES
                   GO TO TESTA-AMIGO-FIM
               END-IF
               MOVE AM-APELIDO TO AG-APELIDO
               MOVE WS-GRUPO-FILTRO TO AG-GRUPO
               READ AMIGRUP-MASTER
                   INVALID KEY
                       GO TO TESTA-AMIGO-FIM
               END-READ
           END-IF.
           MOVE AM-APELIDO TO CK-APELIDO.
           MOVE "C" TO CK-FINALIDADE.
           CALL "CONSVER" USING CONS-PARAMETROS.
           IF NOT CK-CONSENTIU
               ADD 1 TO WS-CONT-SEM-CONS
               GO TO TESTA-AMIGO-FIM.
           MOVE AM-APELIDO TO EN-APELIDO.
           READ ENDER-MASTER
               INVALID KEY
                   ADD 1 TO WS-CONT-SEM-ENDER
               NOT INVALID KEY
                   IF POR-DOMICILIO
                       PERFORM ACUMULA-DOMICILIO
                           THRU ACUMULA-DOMICILIO-FIM
                   ELSE
                       PERFORM GERA-CARTA
                   END-IF
           END-READ.
       TESTA-AMIGO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GERA-CARTA.
           MOVE AM-NOME TO WS-NOME-CARTA.
           MOVE SPACES TO WS-PRIMEIRO-NOME.
           UNSTRING AM-NOME DELIMITED BY ALL " "
               INTO WS-PRIMEIRO-NOME.
           CALL "FORMATDT" USING AM-DATANASC1 WS-MASCARA WS-MASCAR1.
           MOVE WS-MASCARA TO WS-ANIVERSARIO.
           PERFORM IMPRIME-CARTA.
           IF AM-EMAIL NOT = SPACES
               MOVE AM-APELIDO TO WS-APELIDO-SPOOL
               MOVE SPACES TO WS-EMAIL-COMPLETO
               STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
                   DELIMITED BY SIZE INTO WS-EMAIL-COMPLETO
               PERFORM ENVIA-SPOOL
           END-IF.
      *-----------------------------------------------------------------
       IMPRIME-CARTA.
           PERFORM OBTEM-PAIS.
           PERFORM VARYING WS-IND-MODELO FROM 1 BY 1
                   UNTIL WS-IND-MODELO > WS-CONT-MODELO
               PERFORM GERA-LINHA-MODELO
           END-PERFORM.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SEPARA.
           ADD 1 TO WS-CONT-CARTAS.
      *-----------------------------------------------------------------
      * LINHA DO PAIS, EM MAIUSCULAS, SO PARA QUEM MORA NO EXTERIOR;
      * SE O PAIS NAO ESTIVER NA TABELA SAI A SIGLA.
       OBTEM-PAIS.
           MOVE SPACES TO WS-PAIS-CARTA.
           IF NOT EN-PAIS-BRASIL
               SET PV-CONSULTA TO TRUE
               MOVE EN-PAIS TO PV-PAIS
               MOVE SPACES TO PV-COD-POSTAL
               CALL "PAISVER" USING PAIS-PARAMETROS
               IF PV-OK
                   MOVE PV-NOME TO WS-PAIS-CARTA
               ELSE
                   MOVE EN-PAIS TO WS-PAIS-CARTA
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * MODO POR DOMICILIO: GUARDA O AMIGO NA TABELA DE ENDERECOS
      * (LOGRADOURO + NUMERO + COMPLEMENTO + CEP + PAIS + CODIGO
      * POSTAL), ATE SEIS MORADORES POR CARTA. SE A TABELA ENCHER, O
      * AMIGO RECEBE CARTA PROPRIA.
       ACUMULA-DOMICILIO.
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
           IF WS-DOM-ACHADO = ZEROS
               IF WS-QTD-DOM = 1000
                   PERFORM GERA-CARTA
                   GO TO ACUMULA-DOMICILIO-FIM
               END-IF
               ADD 1 TO WS-QTD-DOM
               MOVE WS-QTD-DOM TO WS-DOM-ACHADO
               MOVE SPACES TO WS-DOMICILIO (WS-DOM-ACHADO)
               MOVE WS-CHAVE-ENDER TO WS-DOM-CHAVE (WS-DOM-ACHADO)
               MOVE AM-DATANASC1 TO WS-DOM-NASC (WS-DOM-ACHADO)
               MOVE ZEROS TO WS-DOM-QTD (WS-DOM-ACHADO)
           ELSE
               ADD 1 TO WS-CONT-AGRUPADOS
           END-IF.
           ADD 1 TO WS-DOM-QTD (WS-DOM-ACHADO).
           MOVE WS-DOM-QTD (WS-DOM-ACHADO) TO WS-IND-NOME.
           MOVE AM-APELIDO
               TO WS-DOM-APELIDO (WS-DOM-ACHADO, WS-IND-NOME).
           MOVE AM-NOME TO WS-DOM-NOME (WS-DOM-ACHADO, WS-IND-NOME).
           STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
               DELIMITED BY SIZE
               INTO WS-DOM-EMAIL (WS-DOM-ACHADO, WS-IND-NOME).
       ACUMULA-DOMICILIO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * UMA CARTA POR ENDERECO, COM O ENDERECO E O ANIVERSARIO DO
      * PRIMEIRO MORADOR; A MESMA CARTA VAI PARA O EMAIL DE CADA UM.
       EMITE-DOMICILIO.
           MOVE WS-DOM-APELIDO (WS-IND-DOM, 1) TO EN-APELIDO.
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
           MOVE 30 TO JP-TAMANHO.
           CALL "JUNTANOM" USING JUNTA-PARAMETROS.
           MOVE JP-NOME-JUNTO TO WS-NOME-CARTA.
           MOVE JP-PRIMEIROS TO WS-PRIMEIRO-NOME.
           CALL "FORMATDT" USING WS-DOM-NASC (WS-IND-DOM) WS-MASCARA
               WS-MASCAR1.
           MOVE WS-MASCARA TO WS-ANIVERSARIO.
           PERFORM IMPRIME-CARTA.
           PERFORM VARYING WS-IND-NOME FROM 1 BY 1
                   UNTIL WS-IND-NOME > WS-DOM-QTD (WS-IND-DOM)
               IF WS-DOM-EMAIL (WS-IND-DOM, WS-IND-NOME) NOT = SPACES
                   MOVE WS-DOM-APELIDO (WS-IND-DOM, WS-IND-NOME)
                       TO WS-APELIDO-SPOOL
                   MOVE WS-DOM-EMAIL (WS-IND-DOM, WS-IND-NOME)
                       TO WS-EMAIL-COMPLETO
                   PERFORM ENVIA-SPOOL
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       ENVIA-SPOOL.
           SET MP-GRAVA TO TRUE.
           MOVE WS-APELIDO-SPOOL TO MP-APELIDO.
           MOVE WS-EMAIL-COMPLETO TO MP-DESTINO.
           MOVE WS-ASSUNTO TO MP-ASSUNTO.
           MOVE "CARTAS" TO MP-ORIGEM.
           MOVE WS-CONT-MODELO TO MP-QTD-LINHAS.
           CALL "MAILSPL" USING MAIL-PARAMETROS.
           EVALUATE TRUE
               WHEN MP-GRAVADA
                   ADD 1 TO WS-CONT-SPOOL
               WHEN MP-DEVOLVIDO
                   ADD 1 TO WS-CONT-DEVOLVIDOS
               WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR NO SPOOL: " WS-APELIDO-SPOOL
           END-EVALUATE.
      *-----------------------------------------------------------------
       GERA-LINHA-MODELO.
           MOVE WS-LINHA-MODELO (WS-IND-MODELO) TO WS-LINHA-TRAB.
           MOVE "<NOME>" TO WS-MARCADOR.
           MOVE WS-NOME-CARTA TO WS-VALOR-MARC.
           CALL "TROCAMRC" USING WS-LINHA-TRAB WS-MARCADOR
               WS-VALOR-MARC.
           MOVE "<PRIMEIRO>" TO WS-MARCADOR.
               WS-VALOR-MARC.
           MOVE "<CIDADE>" TO WS-MARCADOR.
           MOVE EN-CIDADE TO WS-VALOR-MARC.
           CALL "TROCAMRC" USING WS-LINHA-TRAB WS-MARCADOR
               WS-VALOR-MARC.
           MOVE "<PAIS>" TO WS-MARCADOR.
           MOVE WS-PAIS-CARTA TO WS-VALOR-MARC.
           CALL "TROCAMRC" USING WS-LINHA-TRAB WS-MARCADOR
               WS-VALOR-MARC.
           MOVE "<ANIVERSARIO>" TO WS-MARCADOR.
           CALL "TROCAMRC" USING WS-LINHA-TRAB WS-MARCADOR
               WS-VALOR-MARC.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TRAB.
           MOVE WS-LINHA-TRAB TO MP-LINHA (WS-IND-MODELO).
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
