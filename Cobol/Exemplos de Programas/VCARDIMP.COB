       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCARDIMP.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * IMPORTACAO DA AGENDA DO CELULAR (VCARD,   *
      * ARQUIVO IMPORTA.VCF): CADA CARTAO E       *
      * CASADO COM UM APELIDO (NICKNAME OU, NA    *
      * FALTA DELE, O NOME IGUAL AO DO CADASTRO)  *
      * E VIRA TRANSACOES PARA O PROGR2           *
      * (TRANS.DAT: NOME, EMAIL E NASCIMENTO) E   *
      * PARA O SATCARGA (SATTRAN.DAT: TELEFONES   *
      * NOVOS E ENDERECO), QUE APLICAM AS         *
      * VALIDACOES E A AUDITORIA DE SEMPRE.       *
      * TELEFONE COM OUTRO DDI E ENDERECO DE      *
      * OUTRO PAIS SAO ACEITOS SE O PAIS ESTIVER  *
      * NA PAISTAB. SO SAI TRANSACAO DO QUE       *
      * MUDOU; TELEFONE QUE SUMIU DO CELULAR NAO  *
      * E EXCLUIDO. CARTOES OU ITENS RECUSADOS    *
      * VAO PARA VCARDIMP.REJ COM O MOTIVO. RODAR *
      * DEPOIS O PROGR2 E EM SEGUIDA O SATCARGA.  *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VCARD ASSIGN TO "IMPORTA.VCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VCARD.
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT DDDTAB-MASTER ASSIGN TO "DDDTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-CODIGO
               FILE STATUS IS WS-FS-DDDTAB.
           SELECT ARQ-TRANSACOES ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.
           SELECT ARQ-SATTRAN ASSIGN TO "SATTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SATTRAN.
           SELECT ARQ-REJEITOS ASSIGN TO "VCARDIMP.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  ARQ-VCARD
           LABEL RECORDS STANDARD.
       01  VCARD-REC               PIC X(256).

       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  ENDER-MASTER
           LABEL RECORDS STANDARD.
       COPY "ENDERR.CPY".

       FD  DDDTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "DDDTABR.CPY".

       FD  ARQ-TRANSACOES
           LABEL RECORDS STANDARD.
       COPY "TRANREG.CPY".

       FD  ARQ-SATTRAN
           LABEL RECORDS STANDARD.
       COPY "SATTRANR.CPY".

       FD  ARQ-REJEITOS
           LABEL RECORDS STANDARD.
       01  LINHA-REJEITO           PIC X(180).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-VCARD        PIC XX VALUE SPACES.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-FONES        PIC XX VALUE SPACES.
       01 WS-FS-ENDER        PIC XX VALUE SPACES.
       01 WS-FS-DDDTAB       PIC XX VALUE SPACES.
       01 WS-FS-TRANS        PIC XX VALUE SPACES.
       01 WS-FS-SATTRAN      PIC XX VALUE SPACES.
       01 WS-FS-REJ          PIC XX VALUE SPACES.
       01 WS-FIM-VCARD       PIC X VALUE "N".
           88 FIM-VCARD          VALUE "S".
       01 WS-FIM-AMIGOS      PIC X VALUE "N".
           88 FIM-AMIGOS         VALUE "S".
       01 WS-FIM-FONES       PIC X VALUE "N".
           88 FIM-FONES          VALUE "S".
       01 WS-FONES-ABERTO    PIC X VALUE "N".
           88 FONES-ABERTO       VALUE "S".
       01 WS-ENDER-ABERTO    PIC X VALUE "N".
           88 ENDER-ABERTO       VALUE "S".
       01 WS-DDDTAB-ABERTO   PIC X VALUE "N".
           88 DDDTAB-ABERTO      VALUE "S".
       01 WS-EM-CARTAO       PIC X VALUE "N".
           88 EM-CARTAO          VALUE "S" FALSE "N".
       01 WS-AMIGO-EXISTE    PIC X VALUE "N".
           88 AMIGO-EXISTE       VALUE "S" FALSE "N".
       01 WS-FONE-REPETIDO   PIC X VALUE "N".
           88 FONE-REPETIDO      VALUE "S" FALSE "N".
       01 WS-DATA-TRANS-VALIDA PIC X VALUE "N".
           88 DATA-TRANS-VALIDA  VALUE "S" FALSE "N".
       01 WS-UF-TESTE        PIC X(02) VALUE SPACES.
           88 UF-VALIDA VALUE "AC" "AL" "AP" "AM" "BA" "CE" "DF" "ES"
               "GO" "MA" "MT" "MS" "MG" "PA" "PB" "PR" "PE" "PI" "RJ"
               "RN" "RS" "RO" "RR" "SC" "SP" "SE" "TO".
       01 WS-PAIS-TESTE      PIC X(20) VALUE SPACES.
           88 PAIS-BRASIL        VALUE SPACES "BRASIL" "BRAZIL" "BR".
      *    CONTADORES.
       01 WS-CONT-CARTOES    PIC 9(05) VALUE ZEROS.
       01 WS-CONT-NOVOS      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ALTERADOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-IGUAIS     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-FONES      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-ENDER      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJ-CARTAO PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REJ-ITEM   PIC 9(05) VALUE ZEROS.
      *    LINHA LOGICA DO VCARD (LINHAS DOBRADAS JA EMENDADAS).
       01 WS-LINHA-LOGICA    PIC X(600) VALUE SPACES.
       01 WS-TAM-LOGICA      PIC 9(03) VALUE ZEROS.
       01 WS-TAM-FISICA      PIC 9(03) VALUE ZEROS.
       01 WS-PONT            PIC 9(03) VALUE ZEROS.
       01 WS-PROP-NOME       PIC X(100) VALUE SPACES.
       01 WS-PROP-AUX        PIC X(100) VALUE SPACES.
       01 WS-PROP-GRUPO      PIC X(100) VALUE SPACES.
       01 WS-PROP-BASE       PIC X(30) VALUE SPACES.
       01 WS-PROP-PARAM      PIC X(100) VALUE SPACES.
       01 WS-VALOR           PIC X(300) VALUE SPACES.
       01 WS-VALOR-MAIUSC    PIC X(10) VALUE SPACES.
       01 WS-CONTA           PIC 9(03) VALUE ZEROS.
      *    DADOS DO CARTAO CORRENTE.
       01 VC-NOME            PIC X(100) VALUE SPACES.
       01 VC-APELIDO         PIC X(100) VALUE SPACES.
       01 VC-EMAIL           PIC X(100) VALUE SPACES.
       01 VC-BDAY            PIC X(40) VALUE SPACES.
       01 VC-ADR             PIC X(300) VALUE SPACES.
       01 VC-ADR-CASA        PIC X VALUE "N".
           88 ADR-CASA           VALUE "S" FALSE "N".
       01 VC-QTD-FONES       PIC 9(02) VALUE ZEROS.
       01 VC-TABELA-FONES.
           05 VC-FONE OCCURS 20 TIMES.
               10 VC-FONE-TIPO   PIC X(01).
               10 VC-FONE-VALOR  PIC X(40).
       01 WS-IND-FONE        PIC 9(02) VALUE ZEROS.
      *    TELEFONES JA CADASTRADOS OU GERADOS PARA O AMIGO.
       01 WS-QTD-EXISTE      PIC 9(03) VALUE ZEROS.
       01 WS-MAIOR-SEQ       PIC 9(03) VALUE ZEROS.
      *    NO EXTERIOR A CHAVE E DDI + NUMERO, NAO A SIGLA DO PAIS:
      *    PAISES COM O MESMO DDI (1 = CANADA E ESTADOS UNIDOS) NAO
      *    DUPLICAM O TELEFONE NA IDA E VOLTA PELO VCARD.
       01 WS-TABELA-EXISTE.
           05 WS-EXISTE OCCURS 120 TIMES.
               10 WS-FONE-EXISTE PIC X(28).
               10 WS-PAIS-EXISTE PIC X(02).
       01 WS-IND-EXISTE      PIC 9(03) VALUE ZEROS.
       01 WS-FONE-CHAVE.
           05 WS-FONE-DDD        PIC 9(02).
           05 WS-FONE-NUMERO     PIC X(09).
           05 WS-FONE-DDI        PIC 9(03).
           05 WS-FONE-NUM-EXT    PIC X(14).
       01 WS-FONE-PAIS       PIC X(02) VALUE SPACES.
       01 WS-PAIS-ACHADO     PIC X VALUE "N".
           88 PAIS-ACHADO        VALUE "S" FALSE "N".
      *    APOIO AO TELEFONE E AO ENDERECO DO EXTERIOR.
       01 WS-TAM-DDI         PIC 9(01) VALUE ZEROS.
       01 WS-TAM-NUM-EXT     PIC 9(02) VALUE ZEROS.
       01 WS-ENDER-IGUAL     PIC X VALUE "N".
           88 ENDER-IGUAL        VALUE "S" FALSE "N".
      *    APOIO A CONVERSAO.
       01 WS-MINUSCULAS      PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAIUSCULAS      PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-TEXTO-BRUTO     PIC X(300) VALUE SPACES.
       01 WS-TEXTO-LIMPO     PIC X(300) VALUE SPACES.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-SAI         PIC 9(03) VALUE ZEROS.
       01 WS-CARACTER        PIC X(01) VALUE SPACE.
       01 WS-PROXIMO         PIC X(01) VALUE SPACE.
       01 WS-MEDIR           PIC X(300) VALUE SPACES.
       01 WS-TAM-MEDIDO      PIC 9(03) VALUE ZEROS.
       01 WS-TEXTO-DIGITOS   PIC X(40) VALUE SPACES.
       01 WS-DIGITOS         PIC X(40) VALUE SPACES.
       01 WS-QTD-DIGITOS     PIC 9(02) VALUE ZEROS.
       01 WS-PRIMEIRO-CHAR   PIC X(01) VALUE SPACE.
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.
       01 WS-IDENTIFICACAO   PIC X(60) VALUE SPACES.
       01 WS-APELIDO         PIC X(12) VALUE SPACES.
       01 WS-NOME            PIC X(30) VALUE SPACES.
       01 WS-EMAIL           PIC X(30) VALUE SPACES.
       01 WS-EMAIL-COMPARA1  PIC X(30) VALUE SPACES.
       01 WS-EMAIL-COMPARA2  PIC X(30) VALUE SPACES.
       01 WS-APELIDO-TRIM    PIC X(12) VALUE SPACES.
       01 WS-APELIDO-LEN     PIC 9(02) VALUE ZEROS.
       01 WS-NOME-TRIM       PIC X(30) VALUE SPACES.
       01 WS-NOME-LEN        PIC 9(02) VALUE ZEROS.
       01 WS-CONTA-ESPACO    PIC 9(02) VALUE ZEROS.
       01 WS-CONTA-ARROBA    PIC 9(02) VALUE ZEROS.
       01 WS-EMAIL-USER      PIC X(30) VALUE SPACES.
       01 WS-EMAIL-DOMAIN    PIC X(30) VALUE SPACES.
       01 WS-DATA-IMP        PIC 9(08) VALUE ZEROS.
      *    COMPONENTES DO ENDERECO (ADR).
       01 AD-CAIXA           PIC X(100) VALUE SPACES.
       01 AD-EXTENDIDO       PIC X(100) VALUE SPACES.
       01 AD-RUA             PIC X(100) VALUE SPACES.
       01 AD-CIDADE          PIC X(100) VALUE SPACES.
       01 AD-UF              PIC X(100) VALUE SPACES.
       01 AD-CEP             PIC X(100) VALUE SPACES.
       01 AD-PAIS            PIC X(100) VALUE SPACES.
       01 AD-LOGRADOURO      PIC X(100) VALUE SPACES.
       01 AD-RESTO           PIC X(100) VALUE SPACES.
       01 AD-NUMERO          PIC X(100) VALUE SPACES.
       01 AD-COMPLEMENTO     PIC X(100) VALUE SPACES.
       COPY "PAISPARM.CPY".
       01 WS-LINHA-REJ.
           05 FILLER             PIC X(07) VALUE "CARTAO ".
           05 WR-NUMERO          PIC 9(05).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WR-MOTIVO          PIC X(40).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WR-CONTEUDO        PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-FIM-VCARD WS-FONES-ABERTO WS-ENDER-ABERTO
               WS-DDDTAB-ABERTO.
           SET EM-CARTAO TO FALSE.
           MOVE ZEROS TO WS-CONT-CARTOES WS-CONT-NOVOS WS-CONT-ALTERADOS
               WS-CONT-IGUAIS WS-CONT-FONES WS-CONT-ENDER
               WS-CONT-REJ-CARTAO WS-CONT-REJ-ITEM.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LE-LINHA-FISICA.
           PERFORM UNTIL FIM-VCARD
               PERFORM MONTA-LINHA-LOGICA
               PERFORM TRATA-LINHA
           END-PERFORM.
           CLOSE ARQ-VCARD AMIGOS-MASTER ARQ-TRANSACOES ARQ-SATTRAN
               ARQ-REJEITOS.
           IF FONES-ABERTO
               CLOSE FONES-MASTER
           END-IF.
           IF ENDER-ABERTO
               CLOSE ENDER-MASTER
           END-IF.
           IF DDDTAB-ABERTO
               CLOSE DDDTAB-MASTER
           END-IF.
           DISPLAY "CARTOES LIDOS          : " WS-CONT-CARTOES.
           DISPLAY "AMIGOS NOVOS           : " WS-CONT-NOVOS.
           DISPLAY "AMIGOS ALTERADOS       : " WS-CONT-ALTERADOS.
           DISPLAY "AMIGOS SEM MUDANCA     : " WS-CONT-IGUAIS.
           DISPLAY "TELEFONES NOVOS        : " WS-CONT-FONES.
           DISPLAY "ENDERECOS              : " WS-CONT-ENDER.
           DISPLAY "CARTOES REJEITADOS     : " WS-CONT-REJ-CARTAO.
           DISPLAY "ITENS REJEITADOS       : " WS-CONT-REJ-ITEM.
           DISPLAY "REJEICOES EM VCARDIMP.REJ".
           DISPLAY "RODE O PROGR2 (TRANS.DAT) E DEPOIS O SATCARGA "
               "(SATTRAN.DAT)".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       LE-LINHA-FISICA.
           READ ARQ-VCARD
               AT END
                   SET FIM-VCARD TO TRUE
               NOT AT END
                   INSPECT VCARD-REC REPLACING ALL X"0D" BY SPACE
                   INSPECT VCARD-REC REPLACING ALL X"09" BY SPACE
           END-READ.
      *-----------------------------------------------------------------
      * LINHA QUE COMECA COM BRANCO CONTINUA A ANTERIOR (DOBRA).
       MONTA-LINHA-LOGICA.
           MOVE SPACES TO WS-LINHA-LOGICA.
           MOVE VCARD-REC TO WS-LINHA-LOGICA.
           MOVE VCARD-REC TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           MOVE WS-TAM-MEDIDO TO WS-TAM-LOGICA.
           PERFORM LE-LINHA-FISICA.
           PERFORM UNTIL FIM-VCARD OR VCARD-REC(1:1) NOT = SPACE
               PERFORM JUNTA-CONTINUACAO
               PERFORM LE-LINHA-FISICA
           END-PERFORM.
      *-----------------------------------------------------------------
       JUNTA-CONTINUACAO.
           MOVE VCARD-REC TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           MOVE WS-TAM-MEDIDO TO WS-TAM-FISICA.
           IF WS-TAM-FISICA > 1
               AND WS-TAM-LOGICA + WS-TAM-FISICA - 1 NOT > 600
               MOVE VCARD-REC(2:WS-TAM-FISICA - 1) TO
                   WS-LINHA-LOGICA(WS-TAM-LOGICA + 1:WS-TAM-FISICA - 1)
               COMPUTE WS-TAM-LOGICA = WS-TAM-LOGICA + WS-TAM-FISICA
                   - 1
           END-IF.
      *-----------------------------------------------------------------
      * PROPRIEDADE: [GRUPO.]NOME[;PARAMETROS]:VALOR
       TRATA-LINHA.
           IF WS-TAM-LOGICA = ZEROS
               GO TO TRATA-LINHA-FIM.
           MOVE SPACES TO WS-PROP-NOME WS-PROP-BASE WS-PROP-PARAM
               WS-VALOR.
           MOVE 1 TO WS-PONT.
           UNSTRING WS-LINHA-LOGICA DELIMITED BY ":"
               INTO WS-PROP-NOME WITH POINTER WS-PONT.
           IF WS-PONT NOT > WS-TAM-LOGICA
               MOVE WS-LINHA-LOGICA(WS-PONT:WS-TAM-LOGICA - WS-PONT + 1)
                   TO WS-VALOR
           END-IF.
           INSPECT WS-PROP-NOME CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           MOVE 1 TO WS-PONT.
           UNSTRING WS-PROP-NOME DELIMITED BY ";"
               INTO WS-PROP-AUX WITH POINTER WS-PONT.
           IF WS-PONT NOT > 100
               MOVE WS-PROP-NOME(WS-PONT:) TO WS-PROP-PARAM
           END-IF.
           MOVE ZEROS TO WS-CONTA.
           INSPECT WS-PROP-AUX TALLYING WS-CONTA FOR ALL ".".
           IF WS-CONTA > ZEROS
               UNSTRING WS-PROP-AUX DELIMITED BY "."
                   INTO WS-PROP-GRUPO WS-PROP-BASE
           ELSE
               MOVE WS-PROP-AUX TO WS-PROP-BASE
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-MAIUSC.
           INSPECT WS-VALOR-MAIUSC CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           IF WS-PROP-BASE = "BEGIN" AND WS-VALOR-MAIUSC = "VCARD"
               PERFORM INICIA-CARTAO
               GO TO TRATA-LINHA-FIM.
           IF NOT EM-CARTAO
               GO TO TRATA-LINHA-FIM.
           EVALUATE WS-PROP-BASE
               WHEN "END"
                   PERFORM PROCESSA-CARTAO THRU PROCESSA-CARTAO-FIM
                   SET EM-CARTAO TO FALSE
               WHEN "FN"
                   MOVE WS-VALOR TO VC-NOME
               WHEN "NICKNAME"
                   IF VC-APELIDO = SPACES
                       UNSTRING WS-VALOR DELIMITED BY ","
                           INTO VC-APELIDO
                   END-IF
               WHEN "EMAIL"
                   IF VC-EMAIL = SPACES
                       MOVE WS-VALOR TO VC-EMAIL
                   END-IF
               WHEN "BDAY"
                   MOVE WS-VALOR TO VC-BDAY
               WHEN "TEL"
                   PERFORM GUARDA-FONE
               WHEN "ADR"
                   PERFORM GUARDA-ENDERECO
           END-EVALUATE.
       TRATA-LINHA-FIM.
           EXIT.
      *-----------------------------------------------------------------
       INICIA-CARTAO.
           SET EM-CARTAO TO TRUE.
           ADD 1 TO WS-CONT-CARTOES.
           MOVE SPACES TO VC-NOME VC-APELIDO VC-EMAIL VC-BDAY VC-ADR
               VC-TABELA-FONES.
           MOVE ZEROS TO VC-QTD-FONES.
           SET ADR-CASA TO FALSE.
      *-----------------------------------------------------------------
       GUARDA-FONE.
           IF VC-QTD-FONES < 20
               ADD 1 TO VC-QTD-FONES
               MOVE WS-VALOR TO VC-FONE-VALOR (VC-QTD-FONES)
               MOVE "C" TO VC-FONE-TIPO (VC-QTD-FONES)
               MOVE ZEROS TO WS-CONTA
               INSPECT WS-PROP-PARAM TALLYING WS-CONTA FOR ALL "HOME"
               IF WS-CONTA > ZEROS
                   MOVE "R" TO VC-FONE-TIPO (VC-QTD-FONES)
               END-IF
               MOVE ZEROS TO WS-CONTA
               INSPECT WS-PROP-PARAM TALLYING WS-CONTA FOR ALL "WORK"
               IF WS-CONTA > ZEROS
                   MOVE "T" TO VC-FONE-TIPO (VC-QTD-FONES)
               END-IF
               MOVE ZEROS TO WS-CONTA
               INSPECT WS-PROP-PARAM TALLYING WS-CONTA FOR ALL "CELL"
               IF WS-CONTA > ZEROS
                   MOVE "C" TO VC-FONE-TIPO (VC-QTD-FONES)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * FICA O PRIMEIRO ENDERECO, MAS O RESIDENCIAL TEM PREFERENCIA.
       GUARDA-ENDERECO.
           MOVE ZEROS TO WS-CONTA.
           INSPECT WS-PROP-PARAM TALLYING WS-CONTA FOR ALL "HOME".
           IF VC-ADR = SPACES
               OR (WS-CONTA > ZEROS AND NOT ADR-CASA)
               MOVE WS-VALOR TO VC-ADR
               IF WS-CONTA > ZEROS
                   SET ADR-CASA TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       PROCESSA-CARTAO.
      *    NOME E APELIDO DO CARTAO, SEM ESCAPES E EM MAIUSCULAS.
           MOVE VC-NOME TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO VC-NOME.
           MOVE VC-APELIDO TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO VC-APELIDO.
           MOVE SPACES TO WS-IDENTIFICACAO.
           STRING VC-APELIDO(1:20) " " VC-NOME(1:39)
               DELIMITED BY SIZE INTO WS-IDENTIFICACAO.
           MOVE VC-NOME TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 30
               MOVE "NOME COM MAIS DE 30 POSICOES" TO WS-MOTIVO
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           MOVE VC-APELIDO TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 12
               MOVE "APELIDO COM MAIS DE 12 POSICOES" TO WS-MOTIVO
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           MOVE VC-APELIDO TO WS-APELIDO.
           MOVE VC-NOME TO WS-NOME.
           IF WS-APELIDO = SPACES AND WS-NOME NOT = SPACES
               PERFORM PROCURA-POR-NOME
           END-IF.
           IF WS-APELIDO = SPACES
               MOVE "SEM APELIDO E NOME NAO CADASTRADO" TO WS-MOTIVO
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           MOVE WS-APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   SET AMIGO-EXISTE TO FALSE
               NOT INVALID KEY
                   SET AMIGO-EXISTE TO TRUE
           END-READ.
           IF AMIGO-EXISTE AND AM-REG-INATIVO
               MOVE "APELIDO INATIVO NO CADASTRO" TO WS-MOTIVO
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
      *    O QUE O CARTAO NAO TRAZ FICA COMO ESTA NO CADASTRO.
           MOVE SPACES TO TRAN-REC.
           MOVE WS-APELIDO TO TR-APELIDO.
           IF WS-NOME = SPACES
               IF AMIGO-EXISTE
                   MOVE AM-NOME TO WS-NOME
               ELSE
                   MOVE "CARTAO SEM NOME (FN)" TO WS-MOTIVO
                   PERFORM REJEITA-CARTAO
                   GO TO PROCESSA-CARTAO-FIM
               END-IF
           END-IF.
           MOVE WS-NOME TO TR-NOME.
           PERFORM MONTA-EMAIL THRU MONTA-EMAIL-FIM.
           IF WS-MOTIVO NOT = SPACES
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           PERFORM MONTA-NASCIMENTO THRU MONTA-NASCIMENTO-FIM.
           IF WS-MOTIVO NOT = SPACES
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           PERFORM VALIDA-TRANSACAO.
           IF WS-MOTIVO NOT = SPACES
               PERFORM REJEITA-CARTAO
               GO TO PROCESSA-CARTAO-FIM.
           PERFORM GERA-TRANSACAO.
           PERFORM CARREGA-FONES-EXISTENTES THRU
               CARREGA-FONES-EXISTENTES-FIM.
           PERFORM VARYING WS-IND-FONE FROM 1 BY 1
                   UNTIL WS-IND-FONE > VC-QTD-FONES
               PERFORM PROCESSA-FONE THRU PROCESSA-FONE-FIM
           END-PERFORM.
           IF VC-ADR NOT = SPACES
               PERFORM PROCESSA-ENDERECO THRU PROCESSA-ENDERECO-FIM
           END-IF.
       PROCESSA-CARTAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       PROCURA-POR-NOME.
           MOVE "N" TO WS-FIM-AMIGOS.
           MOVE LOW-VALUES TO AM-APELIDO.
           START AMIGOS-MASTER KEY NOT < AM-APELIDO
               INVALID KEY
                   SET FIM-AMIGOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-AMIGOS
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGOS TO TRUE
                   NOT AT END
                       IF AM-NOME = WS-NOME AND AM-REG-ATIVO
                           MOVE AM-APELIDO TO WS-APELIDO
                           SET FIM-AMIGOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       MONTA-EMAIL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FUNCTION TRIM(VC-EMAIL) TO VC-EMAIL.
           IF VC-EMAIL = SPACES
               IF AMIGO-EXISTE
                   MOVE AM-EMAIL TO TR-EMAIL
               ELSE
                   MOVE "CARTAO SEM EMAIL - OBRIGATORIO" TO WS-MOTIVO
               END-IF
               GO TO MONTA-EMAIL-FIM.
           MOVE VC-EMAIL TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 30
               MOVE "EMAIL COM MAIS DE 30 POSICOES" TO WS-MOTIVO
               GO TO MONTA-EMAIL-FIM.
           MOVE VC-EMAIL TO WS-EMAIL.
      *    MAIUSCULA OU MINUSCULA NAO CONTA COMO MUDANCA DE EMAIL.
           IF AMIGO-EXISTE
               MOVE WS-EMAIL TO WS-EMAIL-COMPARA1
               MOVE AM-EMAIL TO WS-EMAIL-COMPARA2
               INSPECT WS-EMAIL-COMPARA1 CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
               INSPECT WS-EMAIL-COMPARA2 CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
               IF WS-EMAIL-COMPARA1 = WS-EMAIL-COMPARA2
                   MOVE AM-EMAIL TO WS-EMAIL
               END-IF
           END-IF.
           MOVE WS-EMAIL TO TR-EMAIL.
       MONTA-EMAIL-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * BDAY: AAAAMMDD, AAAA-MM-DD (COM OU SEM HORA) OU --MMDD SEM ANO.
       MONTA-NASCIMENTO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FUNCTION TRIM(VC-BDAY) TO VC-BDAY.
           IF VC-BDAY = SPACES
               IF AMIGO-EXISTE
                   MOVE AM-DATANASC1 TO WS-DATA-IMP
               ELSE
                   MOVE "CARTAO SEM DATA DE NASCIMENTO (BDAY)"
                       TO WS-MOTIVO
                   GO TO MONTA-NASCIMENTO-FIM
               END-IF
           ELSE
               MOVE VC-BDAY TO WS-TEXTO-DIGITOS
               PERFORM EXTRAI-DIGITOS
               IF VC-BDAY(1:2) = "--"
                   IF WS-QTD-DIGITOS < 4 OR NOT AMIGO-EXISTE
                       MOVE "ANIVERSARIO SEM ANO DE NASCIMENTO"
                           TO WS-MOTIVO
                       GO TO MONTA-NASCIMENTO-FIM
                   END-IF
                   MOVE WS-DIGITOS(3:2) TO WS-DATA-IMP(1:2)
                   MOVE WS-DIGITOS(1:2) TO WS-DATA-IMP(3:2)
                   MOVE AM-DATANASC1(5:4) TO WS-DATA-IMP(5:4)
               ELSE
                   IF WS-QTD-DIGITOS < 8
                       MOVE "DATA DE NASCIMENTO (BDAY) INVALIDA"
                           TO WS-MOTIVO
                       GO TO MONTA-NASCIMENTO-FIM
                   END-IF
                   MOVE WS-DIGITOS(7:2) TO WS-DATA-IMP(1:2)
                   MOVE WS-DIGITOS(5:2) TO WS-DATA-IMP(3:2)
                   MOVE WS-DIGITOS(1:4) TO WS-DATA-IMP(5:4)
               END-IF
           END-IF.
           MOVE WS-DATA-IMP(1:2) TO TR-DIA.
           MOVE WS-DATA-IMP(3:2) TO TR-MES.
           MOVE WS-DATA-IMP(5:4) TO TR-ANO-NUM.
       MONTA-NASCIMENTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * MESMAS REGRAS DO PROGR2, PARA O CARTAO RECUSADO TER O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE FUNCTION TRIM(TR-APELIDO) TO WS-APELIDO-TRIM.
           COMPUTE WS-APELIDO-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TR-APELIDO)).
           IF WS-APELIDO-TRIM(1:WS-APELIDO-LEN) IS NUMERIC
               MOVE "APELIDO NAO PODE SER SOMENTE NUMERICO" TO
                   WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE FUNCTION TRIM(TR-NOME) TO WS-NOME-TRIM
               COMPUTE WS-NOME-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(TR-NOME))
               MOVE ZEROS TO WS-CONTA-ESPACO
               IF WS-NOME-LEN > 0
                   INSPECT WS-NOME-TRIM(1:WS-NOME-LEN) TALLYING
                       WS-CONTA-ESPACO FOR ALL SPACES
               END-IF
               IF WS-CONTA-ESPACO = ZEROS
                   MOVE "NOME DEVE CONTER NOME E SOBRENOME" TO
                       WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE ZEROS TO WS-CONTA-ARROBA
               INSPECT TR-EMAIL TALLYING WS-CONTA-ARROBA FOR ALL "@"
               MOVE SPACES TO WS-EMAIL-USER WS-EMAIL-DOMAIN
               UNSTRING TR-EMAIL DELIMITED BY "@"
                   INTO WS-EMAIL-USER WS-EMAIL-DOMAIN
               IF WS-CONTA-ARROBA = ZEROS OR WS-EMAIL-DOMAIN = SPACES
                   MOVE "EMAIL INVALIDO - USUARIO@DOMINIO" TO
                       WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VALIDA-DATA-TRANSACAO
               IF NOT DATA-TRANS-VALIDA
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       VALIDA-DATA-TRANSACAO.
           SET DATA-TRANS-VALIDA TO TRUE.
           IF TR-DIA NOT NUMERIC OR TR-MES NOT NUMERIC
               OR TR-ANO-NUM NOT NUMERIC
               SET DATA-TRANS-VALIDA TO FALSE
           END-IF.
           IF DATA-TRANS-VALIDA AND (TR-MES < 1 OR TR-MES > 12)
               SET DATA-TRANS-VALIDA TO FALSE
           END-IF.
           IF DATA-TRANS-VALIDA AND TR-DIA < 1
               SET DATA-TRANS-VALIDA TO FALSE
           END-IF.
           IF DATA-TRANS-VALIDA
               EVALUATE TRUE
                   WHEN TR-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
                       IF TR-DIA > 31
                           SET DATA-TRANS-VALIDA TO FALSE
                       END-IF
                   WHEN TR-MES = 04 OR 06 OR 09 OR 11
                       IF TR-DIA > 30
                           SET DATA-TRANS-VALIDA TO FALSE
                       END-IF
                   WHEN TR-MES = 02
                       IF FUNCTION MOD(TR-ANO-NUM, 4) = 0
                           AND (FUNCTION MOD(TR-ANO-NUM, 100) NOT = 0
                               OR FUNCTION MOD(TR-ANO-NUM, 400) = 0)
                           IF TR-DIA > 29
                               SET DATA-TRANS-VALIDA TO FALSE
                           END-IF
                       ELSE
                           IF TR-DIA > 28
                               SET DATA-TRANS-VALIDA TO FALSE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * SO GERA TRANSACAO DE AMIGO NOVO OU DE AMIGO QUE MUDOU.
       GERA-TRANSACAO.
           IF AMIGO-EXISTE
               IF TR-NOME = AM-NOME AND TR-EMAIL = AM-EMAIL
                   AND WS-DATA-IMP = AM-DATANASC1
                   ADD 1 TO WS-CONT-IGUAIS
               ELSE
                   WRITE TRAN-REC
                   ADD 1 TO WS-CONT-ALTERADOS
               END-IF
           ELSE
               WRITE TRAN-REC
               ADD 1 TO WS-CONT-NOVOS
           END-IF.
      *-----------------------------------------------------------------
       CARREGA-FONES-EXISTENTES.
           MOVE ZEROS TO WS-QTD-EXISTE WS-MAIOR-SEQ.
           IF NOT FONES-ABERTO OR NOT AMIGO-EXISTE
               GO TO CARREGA-FONES-EXISTENTES-FIM.
           MOVE "N" TO WS-FIM-FONES.
           MOVE WS-APELIDO TO FO-APELIDO.
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
                       IF FO-APELIDO NOT = WS-APELIDO
                           SET FIM-FONES TO TRUE
                       ELSE
                           ADD 1 TO WS-QTD-EXISTE
                           MOVE FO-DDD TO WS-FONE-DDD
                           MOVE FO-NUMERO TO WS-FONE-NUMERO
                           IF FO-PAIS-BRASIL
                               MOVE "BR" TO WS-FONE-PAIS
                               MOVE ZEROS TO WS-FONE-DDI
                               MOVE SPACES TO WS-FONE-NUM-EXT
                           ELSE
                               MOVE FO-PAIS TO WS-FONE-PAIS
                               MOVE FO-NUM-EXTERIOR TO WS-FONE-NUM-EXT
                               PERFORM OBTEM-DDI-EXISTENTE
                           END-IF
                           MOVE WS-FONE-CHAVE TO
                               WS-FONE-EXISTE (WS-QTD-EXISTE)
                           MOVE WS-FONE-PAIS TO
                               WS-PAIS-EXISTE (WS-QTD-EXISTE)
                           MOVE FO-SEQ TO WS-MAIOR-SEQ
                       END-IF
               END-READ
           END-PERFORM.
       CARREGA-FONES-EXISTENTES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       OBTEM-DDI-EXISTENTE.
           SET PV-CONSULTA TO TRUE.
           MOVE WS-FONE-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-OK
               MOVE PV-DDI TO WS-FONE-DDI
           ELSE
               MOVE ZEROS TO WS-FONE-DDI
           END-IF.
      *-----------------------------------------------------------------
      * NUMERO COM 55 NA FRENTE (+55) OU ZERO DE LONGA DISTANCIA E
      * REDUZIDO A DDD + NUMERO; SEM DDD NAO DA PARA CADASTRAR. COM
      * "+" E OUTRO DDI, O PAIS SAI DA TABELA DE PAISES.
       PROCESSA-FONE.
           MOVE VC-FONE-VALOR (WS-IND-FONE) TO WS-TEXTO-DIGITOS.
           MOVE FUNCTION TRIM(WS-TEXTO-DIGITOS) TO WS-TEXTO-DIGITOS.
           MOVE WS-TEXTO-DIGITOS(1:4) TO WS-VALOR-MAIUSC.
           INSPECT WS-VALOR-MAIUSC CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           IF WS-VALOR-MAIUSC(1:4) = "TEL:"
               MOVE WS-TEXTO-DIGITOS(5:) TO WS-TEXTO-DIGITOS
           END-IF.
           MOVE WS-TEXTO-DIGITOS(1:1) TO WS-PRIMEIRO-CHAR.
           PERFORM EXTRAI-DIGITOS.
           IF WS-PRIMEIRO-CHAR = "+" AND WS-DIGITOS(1:2) NOT = "55"
               PERFORM MONTA-FONE-EXTERIOR THRU MONTA-FONE-EXTERIOR-FIM
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REJEITA-FONE
                   GO TO PROCESSA-FONE-FIM
               END-IF
               GO TO PROCESSA-FONE-REPETIDO.
           PERFORM UNTIL WS-QTD-DIGITOS = ZEROS
                   OR WS-DIGITOS(1:1) NOT = "0"
               MOVE WS-DIGITOS(2:) TO WS-DIGITOS
               SUBTRACT 1 FROM WS-QTD-DIGITOS
           END-PERFORM.
           IF (WS-QTD-DIGITOS = 12 OR WS-QTD-DIGITOS = 13)
               AND WS-DIGITOS(1:2) = "55"
               MOVE WS-DIGITOS(3:) TO WS-DIGITOS
               SUBTRACT 2 FROM WS-QTD-DIGITOS
           END-IF.
           IF WS-QTD-DIGITOS NOT = 10 AND WS-QTD-DIGITOS NOT = 11
               MOVE "TELEFONE SEM DDD OU COM TAMANHO ERRADO"
                   TO WS-MOTIVO
               PERFORM REJEITA-FONE
               GO TO PROCESSA-FONE-FIM.
           MOVE WS-DIGITOS(1:2) TO WS-FONE-DDD.
           MOVE SPACES TO WS-FONE-NUMERO.
           MOVE WS-DIGITOS(3:WS-QTD-DIGITOS - 2) TO WS-FONE-NUMERO.
           IF DDDTAB-ABERTO
               MOVE WS-FONE-DDD TO DD-CODIGO
               READ DDDTAB-MASTER
                   INVALID KEY
                       MOVE "DDD NAO CADASTRADO NA TABELA" TO WS-MOTIVO
                       PERFORM REJEITA-FONE
                       GO TO PROCESSA-FONE-FIM
               END-READ
           END-IF.
           MOVE "BR" TO WS-FONE-PAIS.
           MOVE ZEROS TO WS-FONE-DDI.
           MOVE SPACES TO WS-FONE-NUM-EXT.
       PROCESSA-FONE-REPETIDO.
           SET FONE-REPETIDO TO FALSE.
           PERFORM VARYING WS-IND-EXISTE FROM 1 BY 1
                   UNTIL WS-IND-EXISTE > WS-QTD-EXISTE
               IF WS-FONE-EXISTE (WS-IND-EXISTE) = WS-FONE-CHAVE
                   SET FONE-REPETIDO TO TRUE
               END-IF
           END-PERFORM.
           IF FONE-REPETIDO
               GO TO PROCESSA-FONE-FIM.
           IF WS-MAIOR-SEQ NOT < 99
               MOVE "AMIGO JA TEM 99 TELEFONES" TO WS-MOTIVO
               PERFORM REJEITA-FONE
               GO TO PROCESSA-FONE-FIM.
           ADD 1 TO WS-MAIOR-SEQ.
           MOVE SPACES TO SATTRAN-REC.
           SET ST-ARQ-FONE TO TRUE.
           SET ST-OP-INCLUIR TO TRUE.
           MOVE WS-APELIDO TO ST-APELIDO.
           MOVE WS-MAIOR-SEQ TO ST-FO-SEQ.
           MOVE VC-FONE-TIPO (WS-IND-FONE) TO ST-FO-TIPO.
           MOVE WS-FONE-DDD TO ST-FO-DDD.
           MOVE WS-FONE-NUMERO TO ST-FO-NUMERO.
           MOVE WS-FONE-PAIS TO ST-FO-PAIS.
           MOVE WS-FONE-NUM-EXT TO ST-FO-NUM-EXTERIOR.
           WRITE SATTRAN-REC.
           ADD 1 TO WS-CONT-FONES.
           IF WS-QTD-EXISTE < 120
               ADD 1 TO WS-QTD-EXISTE
               MOVE WS-FONE-CHAVE TO WS-FONE-EXISTE (WS-QTD-EXISTE)
               MOVE WS-FONE-PAIS TO WS-PAIS-EXISTE (WS-QTD-EXISTE)
           END-IF.
       PROCESSA-FONE-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * O DDI TEM DE 1 A 3 DIGITOS: TENTA CADA TAMANHO NA TABELA DE
      * PAISES; O QUE SOBRA E O NUMERO NO PAIS, SEM O DDI.
       MONTA-FONE-EXTERIOR.
           MOVE SPACES TO WS-MOTIVO.
           SET PV-PAIS-INEXISTENTE TO TRUE.
           PERFORM VARYING WS-TAM-DDI FROM 1 BY 1
                   UNTIL WS-TAM-DDI > 3 OR PV-OK OR PV-SEM-TABELA
                   OR WS-TAM-DDI NOT < WS-QTD-DIGITOS
               SET PV-PROCURA-DDI TO TRUE
               MOVE SPACES TO PV-NOME
               COMPUTE PV-DDI =
                   FUNCTION NUMVAL(WS-DIGITOS(1:WS-TAM-DDI))
               CALL "PAISVER" USING PAIS-PARAMETROS
           END-PERFORM.
           IF PV-SEM-TABELA
               MOVE "TABELA DE PAISES NAO DISPONIVEL" TO WS-MOTIVO
               GO TO MONTA-FONE-EXTERIOR-FIM.
           IF NOT PV-OK
               MOVE "DDI NAO CADASTRADO NA TABELA" TO WS-MOTIVO
               GO TO MONTA-FONE-EXTERIOR-FIM.
           SUBTRACT 1 FROM WS-TAM-DDI.
           COMPUTE WS-TAM-NUM-EXT = WS-QTD-DIGITOS - WS-TAM-DDI.
           IF WS-TAM-NUM-EXT > 14
               MOVE "TELEFONE DO EXTERIOR COM TAMANHO ERRADO"
                   TO WS-MOTIVO
               GO TO MONTA-FONE-EXTERIOR-FIM.
           MOVE ZEROS TO WS-FONE-DDD.
           MOVE SPACES TO WS-FONE-NUMERO WS-FONE-NUM-EXT.
           MOVE PV-PAIS TO WS-FONE-PAIS.
           MOVE PV-DDI TO WS-FONE-DDI.
           MOVE WS-DIGITOS(WS-TAM-DDI + 1:WS-TAM-NUM-EXT)
               TO WS-FONE-NUM-EXT.
           PERFORM PREFERE-PAIS-AMIGO THRU PREFERE-PAIS-AMIGO-FIM.
       MONTA-FONE-EXTERIOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * A PROCURA PELO DDI DEVOLVE O PRIMEIRO PAIS PELA SIGLA. SE O
      * AMIGO JA TEM TELEFONE COM ESSE DDI, OU MORA NUM PAIS COM ESSE
      * DDI, FICA O PAIS DELE (UM +1 DE QUEM MORA NOS ESTADOS UNIDOS
      * NAO VIRA CANADA).
       PREFERE-PAIS-AMIGO.
           SET PAIS-ACHADO TO FALSE.
           PERFORM VARYING WS-IND-EXISTE FROM 1 BY 1
                   UNTIL WS-IND-EXISTE > WS-QTD-EXISTE OR PAIS-ACHADO
               IF WS-FONE-EXISTE (WS-IND-EXISTE)(12:3) = WS-FONE-DDI
                   AND WS-PAIS-EXISTE (WS-IND-EXISTE) NOT = "BR"
                   MOVE WS-PAIS-EXISTE (WS-IND-EXISTE) TO WS-FONE-PAIS
                   SET PAIS-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF PAIS-ACHADO OR NOT ENDER-ABERTO OR NOT AMIGO-EXISTE
               GO TO PREFERE-PAIS-AMIGO-FIM.
           MOVE WS-APELIDO TO EN-APELIDO.
           READ ENDER-MASTER
               INVALID KEY
                   GO TO PREFERE-PAIS-AMIGO-FIM
           END-READ.
           IF EN-PAIS-BRASIL OR EN-PAIS = WS-FONE-PAIS
               GO TO PREFERE-PAIS-AMIGO-FIM.
           SET PV-CONSULTA TO TRUE.
           MOVE EN-PAIS TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-OK AND PV-DDI = WS-FONE-DDI
               MOVE EN-PAIS TO WS-FONE-PAIS
           END-IF.
       PREFERE-PAIS-AMIGO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * ADR: CAIXA POSTAL;COMPLEMENTO;RUA;CIDADE;UF;CEP;PAIS. NO
      * COMPLEMENTO VEM O BAIRRO E NA RUA "LOGRADOURO, NUMERO COMPL."
      * (COMO O VCARDEXP GRAVA). PONTO E VIRGULA DENTRO DE UM CAMPO
      * VIRA VIRGULA. PAIS QUE NAO E O BRASIL E PROCURADO PELO NOME
      * (OU PELA SIGLA) NA TABELA DE PAISES; O CEP DO CARTAO VIRA O
      * CODIGO POSTAL, CONFERIDO DEPOIS PELO SATCARGA.
       PROCESSA-ENDERECO.
           INSPECT VC-ADR REPLACING ALL "\;" BY "\,".
           MOVE SPACES TO AD-CAIXA AD-EXTENDIDO AD-RUA AD-CIDADE AD-UF
               AD-CEP AD-PAIS.
           UNSTRING VC-ADR DELIMITED BY ";"
               INTO AD-CAIXA AD-EXTENDIDO AD-RUA AD-CIDADE AD-UF
                    AD-CEP AD-PAIS.
           MOVE AD-EXTENDIDO TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-EXTENDIDO.
           MOVE AD-RUA TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-RUA.
           MOVE AD-CIDADE TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-CIDADE.
           MOVE AD-UF TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-UF.
           MOVE AD-PAIS TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-PAIS.
           MOVE AD-PAIS TO WS-PAIS-TESTE.
           IF PAIS-BRASIL
               MOVE "BR" TO PV-PAIS
           ELSE
               PERFORM IDENTIFICA-PAIS THRU IDENTIFICA-PAIS-FIM
               IF WS-MOTIVO NOT = SPACES
                   PERFORM REJEITA-ENDERECO
                   GO TO PROCESSA-ENDERECO-FIM
               END-IF
           END-IF.
           MOVE SPACES TO AD-LOGRADOURO AD-RESTO AD-NUMERO
               AD-COMPLEMENTO.
           MOVE 1 TO WS-PONT.
           UNSTRING AD-RUA DELIMITED BY ","
               INTO AD-LOGRADOURO WITH POINTER WS-PONT.
           IF WS-PONT NOT > 100
               MOVE FUNCTION TRIM(AD-RUA(WS-PONT:)) TO AD-RESTO
               MOVE 1 TO WS-PONT
               UNSTRING AD-RESTO DELIMITED BY " "
                   INTO AD-NUMERO WITH POINTER WS-PONT
               IF WS-PONT NOT > 100
                   MOVE FUNCTION TRIM(AD-RESTO(WS-PONT:))
                       TO AD-COMPLEMENTO
               END-IF
           END-IF.
           MOVE FUNCTION TRIM(AD-LOGRADOURO) TO AD-LOGRADOURO.
           IF PV-PAIS NOT = "BR"
               PERFORM CONFERE-ENDERECO-EXTERIOR
               GO TO PROCESSA-ENDERECO-GRAVA.
           MOVE AD-CEP TO WS-TEXTO-DIGITOS.
           PERFORM EXTRAI-DIGITOS.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN AD-LOGRADOURO = SPACES
                   MOVE "LOGRADOURO EM BRANCO" TO WS-MOTIVO
               WHEN AD-CIDADE = SPACES
                   MOVE "CIDADE EM BRANCO" TO WS-MOTIVO
               WHEN WS-QTD-DIGITOS NOT = 8
                   MOVE "CEP DEVE TER 8 DIGITOS" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               MOVE AD-UF TO WS-UF-TESTE
               IF NOT UF-VALIDA OR AD-UF(3:1) NOT = SPACE
                   MOVE "UF INVALIDA" TO WS-MOTIVO
               END-IF
           END-IF.
       PROCESSA-ENDERECO-GRAVA.
           IF WS-MOTIVO = SPACES
               PERFORM CONFERE-TAMANHOS-ENDERECO
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               PERFORM REJEITA-ENDERECO
               GO TO PROCESSA-ENDERECO-FIM.
           MOVE SPACES TO SATTRAN-REC.
           SET ST-ARQ-ENDE TO TRUE.
           SET ST-OP-INCLUIR TO TRUE.
           MOVE WS-APELIDO TO ST-APELIDO.
           MOVE AD-LOGRADOURO TO ST-EN-LOGRADOURO.
           MOVE AD-NUMERO TO ST-EN-NUMERO.
           MOVE AD-COMPLEMENTO TO ST-EN-COMPLEMENTO.
           MOVE AD-EXTENDIDO TO ST-EN-BAIRRO.
           MOVE AD-CIDADE TO ST-EN-CIDADE.
           MOVE AD-UF TO ST-EN-UF.
           MOVE PV-PAIS TO ST-EN-PAIS.
           IF PV-PAIS = "BR"
               MOVE WS-DIGITOS(1:8) TO ST-EN-CEP
           ELSE
               MOVE AD-CEP TO ST-EN-COD-POSTAL
           END-IF.
      *    ENDERECO IGUAL AO DO CADASTRO NAO GERA TRANSACAO.
           IF ENDER-ABERTO AND AMIGO-EXISTE
               MOVE WS-APELIDO TO EN-APELIDO
               READ ENDER-MASTER
                   NOT INVALID KEY
                       PERFORM COMPARA-ENDERECO
                       IF ENDER-IGUAL
                           GO TO PROCESSA-ENDERECO-FIM
                       END-IF
               END-READ
           END-IF.
           WRITE SATTRAN-REC.
           ADD 1 TO WS-CONT-ENDER.
       PROCESSA-ENDERECO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       IDENTIFICA-PAIS.
           MOVE SPACES TO WS-MOTIVO.
           SET PV-PROCURA-NOME TO TRUE.
           MOVE AD-PAIS TO PV-NOME.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-PAIS-INEXISTENTE AND AD-PAIS(3:) = SPACES
               SET PV-CONSULTA TO TRUE
               MOVE AD-PAIS TO PV-PAIS
               MOVE SPACES TO PV-COD-POSTAL
               CALL "PAISVER" USING PAIS-PARAMETROS
           END-IF.
           EVALUATE TRUE
               WHEN PV-SEM-TABELA
                   MOVE "TABELA DE PAISES NAO DISPONIVEL" TO WS-MOTIVO
               WHEN PV-PAIS-INEXISTENTE
                   MOVE "PAIS NAO CADASTRADO NA TABELA" TO WS-MOTIVO
           END-EVALUATE.
       IDENTIFICA-PAIS-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * NO EXTERIOR O ESTADO E LIVRE (ATE 2 POSICOES) E O CODIGO POSTAL
      * VAI COMO VEIO, EM MAIUSCULAS.
       CONFERE-ENDERECO-EXTERIOR.
           MOVE AD-CEP TO WS-TEXTO-BRUTO.
           PERFORM LIMPA-TEXTO.
           MOVE WS-TEXTO-LIMPO TO AD-CEP.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN AD-LOGRADOURO = SPACES
                   MOVE "LOGRADOURO EM BRANCO" TO WS-MOTIVO
               WHEN AD-CIDADE = SPACES
                   MOVE "CIDADE EM BRANCO" TO WS-MOTIVO
               WHEN AD-UF(3:) NOT = SPACES
                   MOVE "ESTADO COM MAIS DE 2 POSICOES" TO WS-MOTIVO
               WHEN AD-CEP(11:) NOT = SPACES
                   MOVE "CODIGO POSTAL COM MAIS DE 10 POSICOES"
                       TO WS-MOTIVO
           END-EVALUATE.
      *-----------------------------------------------------------------
       COMPARA-ENDERECO.
           SET ENDER-IGUAL TO FALSE.
           IF EN-LOGRADOURO = ST-EN-LOGRADOURO
               AND EN-NUMERO = ST-EN-NUMERO
               AND EN-COMPLEMENTO = ST-EN-COMPLEMENTO
               AND EN-BAIRRO = ST-EN-BAIRRO
               AND EN-CIDADE = ST-EN-CIDADE
               AND EN-UF = ST-EN-UF
               IF PV-PAIS = "BR"
                   IF EN-PAIS-BRASIL AND EN-CEP = WS-DIGITOS(1:8)
                       SET ENDER-IGUAL TO TRUE
                   END-IF
               ELSE
                   IF EN-PAIS = ST-EN-PAIS
                       AND EN-COD-POSTAL = ST-EN-COD-POSTAL
                       SET ENDER-IGUAL TO TRUE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-TAMANHOS-ENDERECO.
           MOVE AD-LOGRADOURO TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 30
               MOVE "LOGRADOURO COM MAIS DE 30 POSICOES" TO WS-MOTIVO
           END-IF.
           MOVE AD-NUMERO TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 6
               MOVE "NUMERO COM MAIS DE 6 POSICOES" TO WS-MOTIVO
           END-IF.
           MOVE AD-COMPLEMENTO TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 15
               MOVE "COMPLEMENTO COM MAIS DE 15 POSICOES" TO WS-MOTIVO
           END-IF.
           MOVE AD-EXTENDIDO TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 20
               MOVE "BAIRRO COM MAIS DE 20 POSICOES" TO WS-MOTIVO
           END-IF.
           MOVE AD-CIDADE TO WS-MEDIR.
           PERFORM MEDE-TEXTO.
           IF WS-TAM-MEDIDO > 20
               MOVE "CIDADE COM MAIS DE 20 POSICOES" TO WS-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
      * TIRA OS ESCAPES DO VCARD (\, \; \\ E \N), TIRA OS BRANCOS DA
      * FRENTE E PASSA PARA MAIUSCULAS.
       LIMPA-TEXTO.
           MOVE SPACES TO WS-TEXTO-LIMPO.
           MOVE ZEROS TO WS-IND-SAI.
           MOVE 1 TO WS-IND.
           PERFORM UNTIL WS-IND > 300
               MOVE WS-TEXTO-BRUTO(WS-IND:1) TO WS-CARACTER
               IF WS-CARACTER = "\" AND WS-IND < 300
                   ADD 1 TO WS-IND
                   MOVE WS-TEXTO-BRUTO(WS-IND:1) TO WS-PROXIMO
                   IF WS-PROXIMO = "N" OR WS-PROXIMO = "n"
                       MOVE SPACE TO WS-CARACTER
                   ELSE
                       MOVE WS-PROXIMO TO WS-CARACTER
                   END-IF
               END-IF
               ADD 1 TO WS-IND-SAI
               MOVE WS-CARACTER TO WS-TEXTO-LIMPO(WS-IND-SAI:1)
               ADD 1 TO WS-IND
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-TEXTO-LIMPO) TO WS-TEXTO-LIMPO.
           INSPECT WS-TEXTO-LIMPO CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
      *-----------------------------------------------------------------
      * TAMANHO DE WS-MEDIR SEM OS BRANCOS DO FIM.
       MEDE-TEXTO.
           IF WS-MEDIR = SPACES
               MOVE ZEROS TO WS-TAM-MEDIDO
           ELSE
               COMPUTE WS-TAM-MEDIDO =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MEDIR TRAILING))
           END-IF.
      *-----------------------------------------------------------------
       EXTRAI-DIGITOS.
           MOVE SPACES TO WS-DIGITOS.
           MOVE ZEROS TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 40
               IF WS-TEXTO-DIGITOS(WS-IND:1) IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-TEXTO-DIGITOS(WS-IND:1)
                       TO WS-DIGITOS(WS-QTD-DIGITOS:1)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       REJEITA-CARTAO.
           MOVE WS-CONT-CARTOES TO WR-NUMERO.
           MOVE WS-MOTIVO TO WR-MOTIVO.
           MOVE WS-IDENTIFICACAO TO WR-CONTEUDO.
           WRITE LINHA-REJEITO FROM WS-LINHA-REJ.
           ADD 1 TO WS-CONT-REJ-CARTAO.
      *-----------------------------------------------------------------
       REJEITA-FONE.
           MOVE WS-CONT-CARTOES TO WR-NUMERO.
           MOVE WS-MOTIVO TO WR-MOTIVO.
           MOVE SPACES TO WR-CONTEUDO.
           STRING WS-APELIDO " TEL " VC-FONE-VALOR (WS-IND-FONE)
               DELIMITED BY SIZE INTO WR-CONTEUDO.
           WRITE LINHA-REJEITO FROM WS-LINHA-REJ.
           ADD 1 TO WS-CONT-REJ-ITEM.
      *-----------------------------------------------------------------
       REJEITA-ENDERECO.
           MOVE WS-CONT-CARTOES TO WR-NUMERO.
           MOVE WS-MOTIVO TO WR-MOTIVO.
           MOVE SPACES TO WR-CONTEUDO.
           STRING WS-APELIDO " ADR " VC-ADR
               DELIMITED BY SIZE INTO WR-CONTEUDO.
           WRITE LINHA-REJEITO FROM WS-LINHA-REJ.
           ADD 1 TO WS-CONT-REJ-ITEM.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-VCARD.
           IF WS-FS-VCARD NOT = "00"
               DISPLAY "IMPORTA.VCF NAO ENCONTRADO - NADA A IMPORTAR"
               GOBACK
           END-IF.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               CLOSE ARQ-VCARD
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
           OPEN INPUT DDDTAB-MASTER.
           IF WS-FS-DDDTAB = "00"
               SET DDDTAB-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT ARQ-TRANSACOES ARQ-SATTRAN ARQ-REJEITOS.
      *    TRANS.DAT NOVO: O PONTO DE REINICIO DE UM PROGR2 ANTERIOR
      *    NAO VALE MAIS PARA ELE.
           CALL "CBL_DELETE_FILE" USING "PROGR2.CHK".
