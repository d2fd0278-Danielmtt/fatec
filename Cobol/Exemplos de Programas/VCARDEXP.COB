       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCARDEXP.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * EXPORTACAO DOS AMIGOS ATIVOS PARA A       *
      * AGENDA DO CELULAR NO FORMATO VCARD 3.0    *
      * (AMIGOS.VCF): UM CARTAO POR AMIGO COM O   *
      * NOME, O APELIDO COMO NICKNAME, TODOS OS   *
      * TELEFONES DE FONES.DAT COM DDD E TIPO (NO *
      * EXTERIOR, COM O DDI DO PAIS VIA PAISVER), *
      * O ENDERECO DE ENDER.DAT, O EMAIL E O      *
      * ANIVERSARIO. O CAMINHO DE VOLTA E FEITO   *
      * PELO VCARDIMP. ENDERECO NO CARTAO (ADR):  *
      * O BAIRRO VAI NO COMPLEMENTO DO ENDERECO E *
      * A RUA LEVA "LOGRADOURO, NUMERO            *
      * COMPLEMENTO"; NO EXTERIOR VAO O CODIGO    *
      * POSTAL E O NOME DO PAIS.                  *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT FONES-MASTER ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CHAVE
               FILE STATUS IS WS-FS-FONES.
           SELECT ENDER-MASTER ASSIGN TO "ENDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-APELIDO
               FILE STATUS IS WS-FS-ENDER.
           SELECT ARQ-VCARD ASSIGN TO "AMIGOS.VCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VCARD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  ENDER-MASTER
           LABEL RECORDS STANDARD.
       COPY "ENDERR.CPY".

       FD  ARQ-VCARD
           LABEL RECORDS STANDARD.
       01  VCARD-REC               PIC X(75).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-FONES        PIC XX VALUE SPACES.
       01 WS-FS-ENDER        PIC XX VALUE SPACES.
       01 WS-FS-VCARD        PIC XX VALUE SPACES.
       01 WS-FIM-AMIGOS      PIC X VALUE "N".
           88 FIM-AMIGOS         VALUE "S".
       01 WS-FIM-FONES       PIC X VALUE "N".
           88 FIM-FONES          VALUE "S".
       01 WS-FONES-ABERTO    PIC X VALUE "N".
           88 FONES-ABERTO       VALUE "S".
       01 WS-ENDER-ABERTO    PIC X VALUE "N".
           88 ENDER-ABERTO       VALUE "S".
       01 WS-CONT-CARTOES    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FONES      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ENDER      PIC 9(05) VALUE ZEROS.
      *    MONTAGEM DA LINHA DO CARTAO (DOBRADA EM 75 POSICOES).
       01 WS-LINHA-VCARD     PIC X(300) VALUE SPACES.
       01 WS-PONTEIRO        PIC 9(03) VALUE ZEROS.
       01 WS-TAM             PIC 9(03) VALUE ZEROS.
       01 WS-INICIO          PIC 9(03) VALUE ZEROS.
       01 WS-RESTA           PIC 9(03) VALUE ZEROS.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-SAI         PIC 9(03) VALUE ZEROS.
       01 WS-TEXTO-ENTRA     PIC X(30) VALUE SPACES.
       01 WS-TEXTO-SAI       PIC X(60) VALUE SPACES.
       01 WS-CARACTER        PIC X(01) VALUE SPACE.
       01 WS-CONTINUACAO.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CONT-TEXTO      PIC X(74).
       01 WS-NOME-TRIM       PIC X(30) VALUE SPACES.
       01 WS-TAM-NOME        PIC 9(02) VALUE ZEROS.
       01 WS-POS-ESPACO      PIC 9(02) VALUE ZEROS.
       01 WS-PRENOMES        PIC X(30) VALUE SPACES.
       01 WS-SOBRENOME       PIC X(30) VALUE SPACES.
       01 WS-TIPO-VCARD      PIC X(04) VALUE SPACES.
       01 WS-CEP-EDIT.
           05 WS-CEP-PREFIXO     PIC X(05).
           05 FILLER             PIC X(01) VALUE "-".
           05 WS-CEP-SUFIXO      PIC X(03).
       01 WS-CEP-X           PIC X(08) VALUE SPACES.
       01 WS-DDI-ED          PIC ZZ9.
       01 WS-NOME-PAIS       PIC X(20) VALUE SPACES.
       01 WS-BDAY.
           05 WS-BDAY-ANO        PIC X(04).
           05 FILLER             PIC X(01) VALUE "-".
           05 WS-BDAY-MES        PIC X(02).
           05 FILLER             PIC X(01) VALUE "-".
           05 WS-BDAY-DIA        PIC X(02).
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-AMIGOS WS-FONES-ABERTO WS-ENDER-ABERTO.
           MOVE ZEROS TO WS-CONT-CARTOES WS-CONT-FONES WS-CONT-ENDER.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGOS TO TRUE
                   NOT AT END
                       IF AM-REG-ATIVO
                           PERFORM EXPORTA-CARTAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AMIGOS-MASTER ARQ-VCARD.
           IF FONES-ABERTO
               CLOSE FONES-MASTER
           END-IF.
           IF ENDER-ABERTO
               CLOSE ENDER-MASTER
           END-IF.
           DISPLAY "CARTOES EXPORTADOS   : " WS-CONT-CARTOES.
           DISPLAY "TELEFONES EXPORTADOS : " WS-CONT-FONES.
           DISPLAY "ENDERECOS EXPORTADOS : " WS-CONT-ENDER.
           DISPLAY "ARQUIVO GERADO: AMIGOS.VCF".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       EXPORTA-CARTAO.
           MOVE "BEGIN:VCARD" TO VCARD-REC.
           WRITE VCARD-REC.
           MOVE "VERSION:3.0" TO VCARD-REC.
           WRITE VCARD-REC.
      *    NOME COMPLETO E NOME ESTRUTURADO (SOBRENOME;PRENOMES).
           PERFORM SEPARA-SOBRENOME.
           PERFORM INICIA-LINHA.
           STRING "FN:" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE AM-NOME TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           PERFORM GRAVA-LINHA-VCARD.
           PERFORM INICIA-LINHA.
           STRING "N:" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE WS-SOBRENOME TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           STRING ";" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE WS-PRENOMES TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           STRING ";;;" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           PERFORM GRAVA-LINHA-VCARD.
           PERFORM INICIA-LINHA.
           STRING "NICKNAME:" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE AM-APELIDO TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           PERFORM GRAVA-LINHA-VCARD.
           PERFORM INICIA-LINHA.
           STRING "UID:AMIGO-" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE AM-APELIDO TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           STRING "@CADASTRO-AMIGOS" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           PERFORM GRAVA-LINHA-VCARD.
           PERFORM EXPORTA-FONES THRU EXPORTA-FONES-FIM.
           PERFORM EXPORTA-ENDERECO.
           IF AM-EMAIL NOT = SPACES
               PERFORM INICIA-LINHA
               STRING "EMAIL;TYPE=INTERNET:" DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
               MOVE SPACES TO WS-TEXTO-ENTRA
               STRING FUNCTION TRIM(AM-EMAIL1) FUNCTION TRIM(AM-EMAIL2)
                   DELIMITED BY SIZE INTO WS-TEXTO-ENTRA
               PERFORM ACRESCENTA-TEXTO
               PERFORM GRAVA-LINHA-VCARD
           END-IF.
           IF AM-DATANASC1 NOT = ZEROS
               MOVE AM-DATANASC1(5:4) TO WS-BDAY-ANO
               MOVE AM-DATANASC1(3:2) TO WS-BDAY-MES
               MOVE AM-DATANASC1(1:2) TO WS-BDAY-DIA
               PERFORM INICIA-LINHA
               STRING "BDAY:" WS-BDAY DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
               PERFORM GRAVA-LINHA-VCARD
           END-IF.
           MOVE "END:VCARD" TO VCARD-REC.
           WRITE VCARD-REC.
           ADD 1 TO WS-CONT-CARTOES.
      *-----------------------------------------------------------------
      * A ULTIMA PALAVRA DO NOME E O SOBRENOME; O RESTO, OS PRENOMES.
       SEPARA-SOBRENOME.
           MOVE FUNCTION TRIM(AM-NOME) TO WS-NOME-TRIM.
           COMPUTE WS-TAM-NOME =
               FUNCTION LENGTH(FUNCTION TRIM(AM-NOME)).
           MOVE ZEROS TO WS-POS-ESPACO.
           PERFORM VARYING WS-IND FROM WS-TAM-NOME BY -1
                   UNTIL WS-IND < 1 OR WS-POS-ESPACO > ZEROS
               IF WS-NOME-TRIM(WS-IND:1) = SPACE
                   MOVE WS-IND TO WS-POS-ESPACO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRENOMES WS-SOBRENOME.
           IF WS-POS-ESPACO = ZEROS
               MOVE WS-NOME-TRIM TO WS-PRENOMES
           ELSE
               MOVE WS-NOME-TRIM(1:WS-POS-ESPACO - 1) TO WS-PRENOMES
               MOVE WS-NOME-TRIM(WS-POS-ESPACO + 1:) TO WS-SOBRENOME
           END-IF.
      *-----------------------------------------------------------------
       EXPORTA-FONES.
           IF NOT FONES-ABERTO
               GO TO EXPORTA-FONES-FIM.
           MOVE "N" TO WS-FIM-FONES.
           MOVE AM-APELIDO TO FO-APELIDO.
           MOVE ZEROS TO FO-SEQ.
           START FONES-MASTER KEY NOT < FO-CHAVE
               INVALID KEY
                   SET FIM-FONES TO TRUE
           END-START.
           PERFORM UNTIL FIM-FONES
               READ FONES-MASTER NEXT RECORD
                   AT END
                       SET FIM-FONES TO TRUE
                   NOT AT END
                       IF FO-APELIDO NOT = AM-APELIDO
                           SET FIM-FONES TO TRUE
                       ELSE
                           PERFORM EXPORTA-UM-FONE
                       END-IF
               END-READ
           END-PERFORM.
       EXPORTA-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXPORTA-UM-FONE.
           EVALUATE TRUE
               WHEN FO-TIPO-RESIDENCIAL
                   MOVE "HOME" TO WS-TIPO-VCARD
               WHEN FO-TIPO-TRABALHO
                   MOVE "WORK" TO WS-TIPO-VCARD
               WHEN OTHER
                   MOVE "CELL" TO WS-TIPO-VCARD
           END-EVALUATE.
           PERFORM INICIA-LINHA.
           STRING "TEL;TYPE=" FUNCTION TRIM(WS-TIPO-VCARD) ":"
               DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           IF FO-PAIS-BRASIL
               STRING "+55 " FO-DDD " " FUNCTION TRIM(FO-NUMERO)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
           ELSE
               PERFORM MONTA-FONE-EXTERIOR
           END-IF.
           PERFORM GRAVA-LINHA-VCARD.
           ADD 1 TO WS-CONT-FONES.
      *-----------------------------------------------------------------
      * NO EXTERIOR O DDI VEM DA TABELA DE PAISES; PAIS FORA DA TABELA
      * SAI SO COM O NUMERO, SEM O "+".
       MONTA-FONE-EXTERIOR.
           SET PV-CONSULTA TO TRUE.
           MOVE FO-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-OK
               MOVE PV-DDI TO WS-DDI-ED
               STRING "+" FUNCTION TRIM(WS-DDI-ED) " "
                   FUNCTION TRIM(FO-NUM-EXTERIOR)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
           ELSE
               STRING FUNCTION TRIM(FO-NUM-EXTERIOR)
                   DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
           END-IF.
      *-----------------------------------------------------------------
      * ADR: CAIXA POSTAL;COMPLEMENTO;RUA;CIDADE;UF;CEP;PAIS
       EXPORTA-ENDERECO.
           IF ENDER-ABERTO
               MOVE AM-APELIDO TO EN-APELIDO
               READ ENDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GRAVA-ENDERECO
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       GRAVA-ENDERECO.
           PERFORM INICIA-LINHA.
           STRING "ADR;TYPE=HOME:;" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE EN-BAIRRO TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           STRING ";" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE EN-LOGRADOURO TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           IF EN-NUMERO NOT = SPACES
               STRING "\, " DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
               MOVE EN-NUMERO TO WS-TEXTO-ENTRA
               PERFORM ACRESCENTA-TEXTO
           END-IF.
           IF EN-COMPLEMENTO NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
               MOVE EN-COMPLEMENTO TO WS-TEXTO-ENTRA
               PERFORM ACRESCENTA-TEXTO
           END-IF.
           STRING ";" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE EN-CIDADE TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           STRING ";" EN-UF ";" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           IF EN-PAIS-BRASIL
               MOVE EN-CEP TO WS-CEP-X
               MOVE WS-CEP-X(1:5) TO WS-CEP-PREFIXO
               MOVE WS-CEP-X(6:3) TO WS-CEP-SUFIXO
               STRING WS-CEP-EDIT ";BRASIL" DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
           ELSE
               PERFORM MONTA-POSTAL-EXTERIOR
           END-IF.
           PERFORM GRAVA-LINHA-VCARD.
           ADD 1 TO WS-CONT-ENDER.
      *-----------------------------------------------------------------
      * CODIGO POSTAL COMO FOI DIGITADO E O NOME DO PAIS PELA TABELA
      * DE PAISES (SEM A TABELA, A SIGLA).
       MONTA-POSTAL-EXTERIOR.
           MOVE EN-COD-POSTAL TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
           SET PV-CONSULTA TO TRUE.
           MOVE EN-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-OK
               MOVE PV-NOME TO WS-NOME-PAIS
           ELSE
               MOVE EN-PAIS TO WS-NOME-PAIS
           END-IF.
           STRING ";" DELIMITED BY SIZE
               INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO.
           MOVE WS-NOME-PAIS TO WS-TEXTO-ENTRA.
           PERFORM ACRESCENTA-TEXTO.
      *-----------------------------------------------------------------
       INICIA-LINHA.
           MOVE SPACES TO WS-LINHA-VCARD.
           MOVE 1 TO WS-PONTEIRO.
      *-----------------------------------------------------------------
      * ACRESCENTA WS-TEXTO-ENTRA A LINHA, SEM OS BRANCOS DO FIM E COM
      * VIRGULA, PONTO E VIRGULA E BARRA INVERTIDA PROTEGIDOS.
       ACRESCENTA-TEXTO.
           IF WS-TEXTO-ENTRA NOT = SPACES
               PERFORM ESCAPA-TEXTO
               COMPUTE WS-TAM = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TEXTO-SAI TRAILING))
               STRING WS-TEXTO-SAI(1:WS-TAM) DELIMITED BY SIZE
                   INTO WS-LINHA-VCARD WITH POINTER WS-PONTEIRO
           END-IF.
      *-----------------------------------------------------------------
       ESCAPA-TEXTO.
           MOVE SPACES TO WS-TEXTO-SAI.
           MOVE ZEROS TO WS-IND-SAI.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 30
               PERFORM ESCAPA-CARACTER
           END-PERFORM.
      *-----------------------------------------------------------------
       ESCAPA-CARACTER.
           MOVE WS-TEXTO-ENTRA(WS-IND:1) TO WS-CARACTER.
           IF WS-CARACTER = "," OR WS-CARACTER = ";"
               OR WS-CARACTER = "\"
               ADD 1 TO WS-IND-SAI
               MOVE "\" TO WS-TEXTO-SAI(WS-IND-SAI:1)
           END-IF.
           ADD 1 TO WS-IND-SAI.
           MOVE WS-CARACTER TO WS-TEXTO-SAI(WS-IND-SAI:1).
      *-----------------------------------------------------------------
      * LINHAS DE MAIS DE 75 POSICOES SAO DOBRADAS: A CONTINUACAO
      * COMECA COM UM BRANCO.
       GRAVA-LINHA-VCARD.
           COMPUTE WS-TAM = WS-PONTEIRO - 1.
           MOVE WS-LINHA-VCARD(1:75) TO VCARD-REC.
           WRITE VCARD-REC.
           MOVE 76 TO WS-INICIO.
           PERFORM UNTIL WS-INICIO > WS-TAM
               COMPUTE WS-RESTA = WS-TAM - WS-INICIO + 1
               IF WS-RESTA > 74
                   MOVE 74 TO WS-RESTA
               END-IF
               MOVE SPACES TO WS-CONT-TEXTO
               MOVE WS-LINHA-VCARD(WS-INICIO:WS-RESTA) TO WS-CONT-TEXTO
               WRITE VCARD-REC FROM WS-CONTINUACAO
               ADD 74 TO WS-INICIO
           END-PERFORM.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN INPUT FONES-MASTER.
           IF WS-FS-FONES = "00"
               SET FONES-ABERTO TO TRUE
           END-IF.
           OPEN INPUT ENDER-MASTER.
           IF WS-FS-ENDER = "00"
               SET ENDER-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT ARQ-VCARD.
