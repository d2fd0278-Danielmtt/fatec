       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMIGANON.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * COPIA ANONIMIZADA DO CADASTRO INTEIRO     *
      * PARA TESTE E TREINAMENTO: AMIGOS.DAT E    *
      * TODOS OS SATELITES SAO GRAVADOS COM UM    *
      * PREFIXO (PASTA OU NOME), COM NOMES,       *
      * E-MAILS, TELEFONES, ENDERECOS, NOTAS E    *
      * OBSERVACOES FALSOS E A DATA DE NASCIMENTO *
      * DESLOCADA ALGUNS DIAS. CADA APELIDO VIRA  *
      * O MESMO PSEUDONIMO EM TODOS OS ARQUIVOS,  *
      * INCLUSIVE NO LOG, DE MODO QUE A COPIA     *
      * PASSA NO INTEGRID E NO CONCILIA; O LOG E  *
      * REENCADEADO E GANHA AMIGLOG.CTL PROPRIO,  *
      * PARA PASSAR TAMBEM NO VERIFLOG. DDDTAB,   *
      * CEPTAB, PAISTAB, GRUPOS, EVENTOS E        *
      * OPERADOR VAO SEM ALTERACAO; O CEP FALSO   *
      * FICA SEMPRE DENTRO DE UMA FAIXA DA UF NO  *
      * CEPTAB E O CODIGO POSTAL DO EXTERIOR      *
      * MANTEM O FORMATO DO PAIS. A TABELA        *
      * APELIDO -> PSEUDONIMO E APAGADA NO FIM,   *
      * PARA QUE A COPIA NAO SE REVERTA.          *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARQUIVOS ORIGINAIS (SO LEITURA).
           SELECT AMIGOS-MASTER ASSIGN TO "AMIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-ENT.
           SELECT ARQ-HISTORICO ASSIGN TO "AMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.
           SELECT AUDIT-LOG ASSIGN TO "AMIGOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENT.
           SELECT FONES-MASTER ASSIGN TO "FONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FO-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT ENDER-MASTER ASSIGN TO "ENDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-APELIDO
               FILE STATUS IS WS-FS-ENT.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT CONTATO-MASTER ASSIGN TO "CONTATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT NOTAS-MASTER ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NO-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT DESPESAS-MASTER ASSIGN TO "DESPESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT DEBITOS-MASTER ASSIGN TO "DEBITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DB-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT RATPESO-MASTER ASSIGN TO "RATPESO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RW-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT PRESENTE-MASTER ASSIGN TO "PRESENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT EMAILINV-MASTER ASSIGN TO "EMAILINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EI-APELIDO
               FILE STATUS IS WS-FS-ENT.
           SELECT LEMBRETE-MASTER ASSIGN TO "LEMBRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT VINCULO-MASTER ASSIGN TO "VINCULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VI-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT MAILSPL-MASTER ASSIGN TO "MAILSPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT DDDTAB-MASTER ASSIGN TO "DDDTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DD-CODIGO
               FILE STATUS IS WS-FS-ENT.
           SELECT CEPTAB-MASTER ASSIGN TO "CEPTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS-ENT.
           SELECT PAISTAB-MASTER ASSIGN TO "PAISTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-CODIGO
               FILE STATUS IS WS-FS-ENT.
           SELECT GRUPOS-MASTER ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-CODIGO
               FILE STATUS IS WS-FS-ENT.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-ENT.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-ENT.
      *    COPIAS: O NOME (PREFIXO + NOME ORIGINAL) E MONTADO EM
      *    WS-NOME-SAIDA ANTES DE CADA OPEN.
           SELECT SAI-AMIGOS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-APELIDO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-NOMIDX ASSIGN TO DYNAMIC WS-NOME-NOMIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WS-FS-NOMIDX.
           SELECT SAI-SEQUENCIAL ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-LOGCTL ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-FONES ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-ENDER ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-APELIDO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-AMIGRUP ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-CONTATO ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-NOTAS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-CONVITES ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-DESPESAS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-DEBITOS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-RATPESO ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-PRESENTE ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-EMAILINV ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-APELIDO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-LEMBRETE ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-VINCULO ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-CONSENT ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCS-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-MAILSPL ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-DDDTAB ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDD-CODIGO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-CEPTAB ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCP-CHAVE
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-PAISTAB ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-CODIGO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-GRUPOS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGR-CODIGO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-EVENTOS ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEV-CODIGO
               FILE STATUS IS WS-FS-SAI.
           SELECT SAI-OPERADOR ASSIGN TO DYNAMIC WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-CODIGO
               FILE STATUS IS WS-FS-SAI.
      *    TABELA TEMPORARIA APELIDO REAL -> PSEUDONIMO.
           SELECT ARQ-MAPA ASSIGN TO DYNAMIC WS-NOME-MAPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-APELIDO
               FILE STATUS IS WS-FS-MAPA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  ARQ-HISTORICO
           LABEL RECORDS STANDARD.
       01  HISTORICO-REC           PIC X(89).

       FD  AUDIT-LOG
           LABEL RECORDS STANDARD.
       COPY "AUDITREG.CPY".

       FD  FONES-MASTER
           LABEL RECORDS STANDARD.
       COPY "FONESR.CPY".

       FD  ENDER-MASTER
           LABEL RECORDS STANDARD.
       COPY "ENDERR.CPY".

       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  CONTATO-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONTATOR.CPY".

       FD  NOTAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "NOTASR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  DESPESAS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DESPESAR.CPY".

       FD  DEBITOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "DEBITOR.CPY".

       FD  RATPESO-MASTER
           LABEL RECORDS STANDARD.
       COPY "RATPESOR.CPY".

       FD  PRESENTE-MASTER
           LABEL RECORDS STANDARD.
       COPY "PRESENTR.CPY".

       FD  EMAILINV-MASTER
           LABEL RECORDS STANDARD.
       COPY "EMAILINR.CPY".

       FD  LEMBRETE-MASTER
           LABEL RECORDS STANDARD.
       COPY "LEMBRETR.CPY".

       FD  VINCULO-MASTER
           LABEL RECORDS STANDARD.
       COPY "VINCULR.CPY".

       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".

       FD  MAILSPL-MASTER
           LABEL RECORDS STANDARD.
       COPY "MAILSPLR.CPY".

       FD  DDDTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "DDDTABR.CPY".

       FD  CEPTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "CEPTABR.CPY".

       FD  PAISTAB-MASTER
           LABEL RECORDS STANDARD.
       COPY "PAISTABR.CPY".

       FD  GRUPOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "GRUPOR.CPY".

       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  OPERADOR-MASTER
           LABEL RECORDS STANDARD.
       COPY "OPERADR.CPY".

       FD  SAI-AMIGOS
           LABEL RECORDS STANDARD.
       01  SAI-AMIGOS-REC.
           05  SA-APELIDO          PIC X(12).
           05  FILLER              PIC X(77).

       FD  SAI-NOMIDX
           LABEL RECORDS STANDARD.
       01  SAI-NOMIDX-REC.
           05  SX-CHAVE.
               10  SX-PALAVRA      PIC X(30).
               10  SX-APELIDO      PIC X(12).

       FD  SAI-SEQUENCIAL
           LABEL RECORDS STANDARD.
       01  SAI-SEQUENCIAL-REC      PIC X(221).

       FD  SAI-LOGCTL
           LABEL RECORDS STANDARD.
       COPY "LOGCTLR.CPY".

       FD  SAI-FONES
           LABEL RECORDS STANDARD.
       01  SAI-FONES-REC.
           05  SF-CHAVE            PIC X(14).
           05  FILLER              PIC X(28).

       FD  SAI-ENDER
           LABEL RECORDS STANDARD.
       01  SAI-ENDER-REC.
           05  SE-APELIDO          PIC X(12).
           05  FILLER              PIC X(113).

       FD  SAI-AMIGRUP
           LABEL RECORDS STANDARD.
       01  SAI-AMIGRUP-REC.
           05  SG-CHAVE            PIC X(15).

       FD  SAI-CONTATO
           LABEL RECORDS STANDARD.
       01  SAI-CONTATO-REC.
           05  SC-CHAVE            PIC X(20).
           05  FILLER              PIC X(41).

       FD  SAI-NOTAS
           LABEL RECORDS STANDARD.
       01  SAI-NOTAS-REC.
           05  SN-CHAVE            PIC X(15).
           05  FILLER              PIC X(68).

       FD  SAI-CONVITES
           LABEL RECORDS STANDARD.
       01  SAI-CONVITES-REC.
           05  SV-CHAVE            PIC X(16).
           05  FILLER              PIC X(01).

       FD  SAI-DESPESAS
           LABEL RECORDS STANDARD.
       01  SAI-DESPESAS-REC.
           05  SD-CHAVE            PIC X(07).
           05  FILLER              PIC X(51).

       FD  SAI-DEBITOS
           LABEL RECORDS STANDARD.
       01  SAI-DEBITOS-REC.
           05  SB-CHAVE            PIC X(07).
           05  FILLER              PIC X(42).

       FD  SAI-RATPESO
           LABEL RECORDS STANDARD.
       01  SAI-RATPESO-REC.
           05  SR-CHAVE            PIC X(16).
           05  FILLER              PIC X(03).

       FD  SAI-PRESENTE
           LABEL RECORDS STANDARD.
       01  SAI-PRESENTE-REC.
           05  SP-CHAVE            PIC X(18).
           05  FILLER              PIC X(39).

       FD  SAI-EMAILINV
           LABEL RECORDS STANDARD.
       01  SAI-EMAILINV-REC.
           05  SI-APELIDO          PIC X(12).
           05  FILLER              PIC X(86).

       FD  SAI-LEMBRETE
           LABEL RECORDS STANDARD.
       01  SAI-LEMBRETE-REC.
           05  SL-CHAVE            PIC X(15).
           05  FILLER              PIC X(89).

       FD  SAI-VINCULO
           LABEL RECORDS STANDARD.
       01  SAI-VINCULO-REC.
           05  SK-CHAVE            PIC X(24).
           05  FILLER              PIC X(01).

       FD  SAI-CONSENT
           LABEL RECORDS STANDARD.
       01  SAI-CONSENT-REC.
           05  SCS-CHAVE           PIC X(29).
           05  FILLER              PIC X(13).

       FD  SAI-MAILSPL
           LABEL RECORDS STANDARD.
       01  SAI-MAILSPL-REC.
           05  SM-CHAVE            PIC X(11).
           05  FILLER              PIC X(140).

       FD  SAI-DDDTAB
           LABEL RECORDS STANDARD.
       01  SAI-DDDTAB-REC.
           05  SDD-CODIGO          PIC 9(02).
           05  FILLER              PIC X(30).

       FD  SAI-CEPTAB
           LABEL RECORDS STANDARD.
       01  SAI-CEPTAB-REC.
           05  SCP-CHAVE           PIC X(10).
           05  FILLER              PIC X(08).

       FD  SAI-PAISTAB
           LABEL RECORDS STANDARD.
       01  SAI-PAISTAB-REC.
           05  SPA-CODIGO          PIC X(02).
           05  FILLER              PIC X(34).

       FD  SAI-GRUPOS
           LABEL RECORDS STANDARD.
       01  SAI-GRUPOS-REC.
           05  SGR-CODIGO          PIC X(03).
           05  FILLER              PIC X(20).

       FD  SAI-EVENTOS
           LABEL RECORDS STANDARD.
       01  SAI-EVENTOS-REC.
           05  SEV-CODIGO          PIC X(04).
           05  FILLER              PIC X(68).

       FD  SAI-OPERADOR
           LABEL RECORDS STANDARD.
       01  SAI-OPERADOR-REC.
           05  SOP-CODIGO          PIC X(03).
           05  FILLER              PIC X(30).

       FD  ARQ-MAPA
           LABEL RECORDS STANDARD.
       01  MAPA-REC.
           05  MA-APELIDO          PIC X(12).
           05  MA-PSEUDONIMO       PIC X(12).
           05  MA-NOME             PIC X(30).
           05  MA-EMAIL-REAL       PIC X(30).
           05  MA-DESLOCA          PIC S9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-ENT          PIC XX VALUE SPACES.
       01 WS-FS-SAI          PIC XX VALUE SPACES.
       01 WS-FS-NOMIDX       PIC XX VALUE SPACES.
       01 WS-FS-MAPA         PIC XX VALUE SPACES.
       01 WS-FIM-ARQ         PIC X VALUE "N".
           88 FIM-ARQ            VALUE "S" FALSE "N".
       01 WS-ENTRADA-PREFIXO PIC X(20) VALUE SPACES.
       01 WS-PREFIXO         PIC X(20) VALUE SPACES.
       01 WS-PREFIXO-LEN     PIC 9(02) VALUE ZEROS.
       01 WS-DIRETORIO       PIC X(20) VALUE SPACES.
       01 WS-ENTRADA-SEMENTE PIC X(08) VALUE SPACES.
       01 WS-SEMENTE-TRIM    PIC X(08) VALUE SPACES.
       01 WS-SEMENTE-LEN     PIC 9(02) VALUE ZEROS.
       01 WS-SEMENTE         PIC 9(08) VALUE ZEROS.
       01 WS-CONFIRMA        PIC X VALUE SPACE.
       01 WS-NOME-ARQUIVO    PIC X(12) VALUE SPACES.
       01 WS-NOME-SAIDA      PIC X(40) VALUE SPACES.
       01 WS-NOME-NOMIDX     PIC X(40) VALUE SPACES.
       01 WS-NOME-MAPA       PIC X(40) VALUE SPACES.
       01 WS-HOJE-INT        PIC 9(07) VALUE ZEROS.
       01 WS-ALEATORIO       PIC 9V9(09) VALUE ZEROS.
       01 WS-SORTEIO-MAX     PIC 9(05) VALUE ZEROS.
       01 WS-SORTEIO         PIC 9(05) VALUE ZEROS.
       01 WS-SAL             PIC 9(09) VALUE ZEROS.
       01 WS-HASH            PIC 9(09) VALUE ZEROS.
       01 WS-HASH-PARTE      PIC 9(09) VALUE ZEROS.
       01 WS-HASH-TEXTO      PIC X(60) VALUE SPACES.
       01 WS-ELO-LOG         PIC 9(18) VALUE ZEROS.
       01 WS-PRIMEIRA-SEQ    PIC 9(09) VALUE ZEROS.
       01 WS-ULTIMA-SEQ      PIC 9(09) VALUE ZEROS.
       01 WS-IND-HASH        PIC 9(02) VALUE ZEROS.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-SEQ-PSEUDO      PIC 9(05) VALUE ZEROS.
       01 WS-IND-PRIMEIRO    PIC 9(02) VALUE ZEROS.
       01 WS-IND-MEIO        PIC 9(02) VALUE ZEROS.
       01 WS-IND-SOBRENOME   PIC 9(02) VALUE ZEROS.
       01 WS-REAL-APELIDO    PIC X(12) VALUE SPACES.
       01 WS-REAL-NOME       PIC X(30) VALUE SPACES.
       01 WS-REAL-EMAIL      PIC X(30) VALUE SPACES.
       01 WS-NOME-TRAB       PIC X(30) VALUE SPACES.
       01 WS-NOME-LEN        PIC 9(02) VALUE ZEROS.
       01 WS-NOME-MONTADO    PIC X(40) VALUE SPACES.
       01 WS-PONT            PIC 9(03) VALUE ZEROS.
       01 WS-EMAIL-FALSO     PIC X(30) VALUE SPACES.
       01 WS-DIAS-DESLOCA    PIC 9(03) VALUE ZEROS.
       01 WS-DATA-INT        PIC S9(07) VALUE ZEROS.
       01 WS-DDMMAAAA.
           05 WS-DM-DIA          PIC 9(02).
           05 WS-DM-MES          PIC 9(02).
           05 WS-DM-ANO          PIC 9(04).
       01 WS-AAAAMMDD        PIC 9(08) VALUE ZEROS.
       01 WS-AAAAMMDD-R REDEFINES WS-AAAAMMDD.
           05 WS-AM-ANO          PIC 9(04).
           05 WS-AM-MES          PIC 9(02).
           05 WS-AM-DIA          PIC 9(02).
       01 WS-PRIMEIRO-DIGITO PIC X VALUE "S".
           88 PRIMEIRO-DIGITO    VALUE "S" FALSE "N".
       01 WS-NUMERO-ED       PIC ZZZ9.
       01 WS-APTO-ED         PIC 99.
       01 WS-QTD-FAIXAS      PIC 9(03) VALUE ZEROS.
       01 WS-QTD-FAIXAS-UF   PIC 9(03) VALUE ZEROS.
       01 WS-FAIXA-ESCOLHIDA PIC 9(03) VALUE ZEROS.
       01 WS-FAIXA-TAM       PIC 9(08) VALUE ZEROS.
       01 WS-CONT-COPIADOS   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PALAVRAS   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ERROS      PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PSEUDO     PIC 9(05) VALUE ZEROS.
      *    RETORNO DA COPIA: SO VAI PARA O RETURN-CODE NO FIM, POIS OS
      *    CALLS FEITOS NO CAMINHO TAMBEM O ALTERAM.
       01 WS-RETORNO         PIC S9(04) VALUE ZEROS.
      *    IMAGEM DO REGISTRO DE AMIGO (AMIGOS.DAT E AMIHIST.DAT).
       01 WS-IMAGEM-AMIGO.
           05 WS-IMG-APELIDO     PIC X(12).
           05 WS-IMG-NOME        PIC X(30).
           05 WS-IMG-EMAIL       PIC X(30).
           05 WS-IMG-DATANASC    PIC X(08).
           05 WS-IMG-DATANASC1   PIC X(08).
           05 WS-IMG-ATIVO       PIC X(01).
      *    IMAGEM ANTES/DEPOIS DO LOG, MONTADA PELOS PROGRAMAS QUE
      *    CHAMAM GRAVAUDI (DATA DE NASCIMENTO EM DDMMAAAA).
       01 WS-IMAGEM-LOG.
           05 WS-LOG-APELIDO     PIC X(12).
           05 WS-LOG-NOME        PIC X(30).
           05 WS-LOG-EMAIL       PIC X(30).
           05 WS-LOG-DATANASC    PIC X(08).
           05 WS-LOG-ATIVO       PIC X(01).
       01 WS-TABELA-PALAVRAS.
           05 WS-PALAVRA OCCURS 6 TIMES PIC X(30).
       01 WS-TABELA-FAIXAS.
           05 WS-FAIXA OCCURS 500 TIMES.
               10 WS-FX-UF         PIC X(02).
               10 WS-FX-INI        PIC 9(08).
               10 WS-FX-FIM        PIC 9(08).
      *    NOMES, RUAS, BAIRROS E FRASES USADOS NOS VALORES FALSOS.
       01 WS-LISTA-PRIMEIROS.
           05 FILLER PIC X(10) VALUE "ANA".
           05 FILLER PIC X(10) VALUE "MARIA".
           05 FILLER PIC X(10) VALUE "JULIANA".
           05 FILLER PIC X(10) VALUE "PATRICIA".
           05 FILLER PIC X(10) VALUE "FERNANDA".
           05 FILLER PIC X(10) VALUE "CAMILA".
           05 FILLER PIC X(10) VALUE "BEATRIZ".
           05 FILLER PIC X(10) VALUE "LUCIANA".
           05 FILLER PIC X(10) VALUE "ADRIANA".
           05 FILLER PIC X(10) VALUE "CARLA".
           05 FILLER PIC X(10) VALUE "RENATA".
           05 FILLER PIC X(10) VALUE "VANESSA".
           05 FILLER PIC X(10) VALUE "SIMONE".
           05 FILLER PIC X(10) VALUE "CLAUDIA".
           05 FILLER PIC X(10) VALUE "LETICIA".
           05 FILLER PIC X(10) VALUE "MARIANA".
           05 FILLER PIC X(10) VALUE "GABRIELA".
           05 FILLER PIC X(10) VALUE "ALINE".
           05 FILLER PIC X(10) VALUE "PAULA".
           05 FILLER PIC X(10) VALUE "DANIELA".
           05 FILLER PIC X(10) VALUE "JOSE".
           05 FILLER PIC X(10) VALUE "CARLOS".
           05 FILLER PIC X(10) VALUE "PAULO".
           05 FILLER PIC X(10) VALUE "MARCOS".
           05 FILLER PIC X(10) VALUE "LUIZ".
           05 FILLER PIC X(10) VALUE "ANDRE".
           05 FILLER PIC X(10) VALUE "RICARDO".
           05 FILLER PIC X(10) VALUE "RODRIGO".
           05 FILLER PIC X(10) VALUE "FERNANDO".
           05 FILLER PIC X(10) VALUE "EDUARDO".
           05 FILLER PIC X(10) VALUE "MARCELO".
           05 FILLER PIC X(10) VALUE "RAFAEL".
           05 FILLER PIC X(10) VALUE "BRUNO".
           05 FILLER PIC X(10) VALUE "GUSTAVO".
           05 FILLER PIC X(10) VALUE "FABIO".
           05 FILLER PIC X(10) VALUE "SERGIO".
           05 FILLER PIC X(10) VALUE "ROBERTO".
           05 FILLER PIC X(10) VALUE "ANTONIO".
           05 FILLER PIC X(10) VALUE "DIEGO".
           05 FILLER PIC X(10) VALUE "LEANDRO".
       01 WS-TAB-PRIMEIROS REDEFINES WS-LISTA-PRIMEIROS.
           05 WS-PRIMEIRO-NOME OCCURS 40 TIMES PIC X(10).
       01 WS-LISTA-SOBRENOMES.
           05 FILLER PIC X(10) VALUE "SILVA".
           05 FILLER PIC X(10) VALUE "SANTOS".
           05 FILLER PIC X(10) VALUE "OLIVEIRA".
           05 FILLER PIC X(10) VALUE "SOUZA".
           05 FILLER PIC X(10) VALUE "RODRIGUES".
           05 FILLER PIC X(10) VALUE "FERREIRA".
           05 FILLER PIC X(10) VALUE "ALVES".
           05 FILLER PIC X(10) VALUE "PEREIRA".
           05 FILLER PIC X(10) VALUE "LIMA".
           05 FILLER PIC X(10) VALUE "GOMES".
           05 FILLER PIC X(10) VALUE "COSTA".
           05 FILLER PIC X(10) VALUE "RIBEIRO".
           05 FILLER PIC X(10) VALUE "MARTINS".
           05 FILLER PIC X(10) VALUE "CARVALHO".
           05 FILLER PIC X(10) VALUE "ALMEIDA".
           05 FILLER PIC X(10) VALUE "LOPES".
           05 FILLER PIC X(10) VALUE "SOARES".
           05 FILLER PIC X(10) VALUE "FERNANDES".
           05 FILLER PIC X(10) VALUE "VIEIRA".
           05 FILLER PIC X(10) VALUE "BARBOSA".
           05 FILLER PIC X(10) VALUE "ROCHA".
           05 FILLER PIC X(10) VALUE "DIAS".
           05 FILLER PIC X(10) VALUE "NASCIMENTO".
           05 FILLER PIC X(10) VALUE "ANDRADE".
           05 FILLER PIC X(10) VALUE "MOREIRA".
           05 FILLER PIC X(10) VALUE "NUNES".
           05 FILLER PIC X(10) VALUE "MARQUES".
           05 FILLER PIC X(10) VALUE "MACHADO".
           05 FILLER PIC X(10) VALUE "MENDES".
           05 FILLER PIC X(10) VALUE "FREITAS".
           05 FILLER PIC X(10) VALUE "CARDOSO".
           05 FILLER PIC X(10) VALUE "RAMOS".
           05 FILLER PIC X(10) VALUE "GONCALVES".
           05 FILLER PIC X(10) VALUE "SANTANA".
           05 FILLER PIC X(10) VALUE "TEIXEIRA".
           05 FILLER PIC X(10) VALUE "CORREIA".
           05 FILLER PIC X(10) VALUE "PINTO".
           05 FILLER PIC X(10) VALUE "ARAUJO".
           05 FILLER PIC X(10) VALUE "CAMPOS".
           05 FILLER PIC X(10) VALUE "MOURA".
       01 WS-TAB-SOBRENOMES REDEFINES WS-LISTA-SOBRENOMES.
           05 WS-SOBRENOME OCCURS 40 TIMES PIC X(10).
       01 WS-LISTA-TIPOS-RUA.
           05 FILLER PIC X(08) VALUE "RUA".
           05 FILLER PIC X(08) VALUE "AVENIDA".
           05 FILLER PIC X(08) VALUE "ALAMEDA".
           05 FILLER PIC X(08) VALUE "TRAVESSA".
       01 WS-TAB-TIPOS-RUA REDEFINES WS-LISTA-TIPOS-RUA.
           05 WS-TIPO-RUA OCCURS 4 TIMES PIC X(08).
       01 WS-LISTA-RUAS.
           05 FILLER PIC X(20) VALUE "DAS FLORES".
           05 FILLER PIC X(20) VALUE "DOS IPES".
           05 FILLER PIC X(20) VALUE "SAO JOAO".
           05 FILLER PIC X(20) VALUE "SETE DE SETEMBRO".
           05 FILLER PIC X(20) VALUE "QUINZE DE NOVEMBRO".
           05 FILLER PIC X(20) VALUE "DAS PALMEIRAS".
           05 FILLER PIC X(20) VALUE "DOM PEDRO II".
           05 FILLER PIC X(20) VALUE "TIRADENTES".
           05 FILLER PIC X(20) VALUE "SANTOS DUMONT".
           05 FILLER PIC X(20) VALUE "DAS ACACIAS".
           05 FILLER PIC X(20) VALUE "DOS GIRASSOIS".
           05 FILLER PIC X(20) VALUE "BELA VISTA".
           05 FILLER PIC X(20) VALUE "DA PAZ".
           05 FILLER PIC X(20) VALUE "DAS LARANJEIRAS".
           05 FILLER PIC X(20) VALUE "MONTE ALEGRE".
           05 FILLER PIC X(20) VALUE "BOA ESPERANCA".
           05 FILLER PIC X(20) VALUE "DOS PINHEIROS".
           05 FILLER PIC X(20) VALUE "DAS GAIVOTAS".
           05 FILLER PIC X(20) VALUE "DO COMERCIO".
           05 FILLER PIC X(20) VALUE "DA MATRIZ".
       01 WS-TAB-RUAS REDEFINES WS-LISTA-RUAS.
           05 WS-RUA OCCURS 20 TIMES PIC X(20).
       01 WS-LISTA-BAIRROS.
           05 FILLER PIC X(20) VALUE "CENTRO".
           05 FILLER PIC X(20) VALUE "JARDIM AMERICA".
           05 FILLER PIC X(20) VALUE "VILA NOVA".
           05 FILLER PIC X(20) VALUE "BELA VISTA".
           05 FILLER PIC X(20) VALUE "SANTA CRUZ".
           05 FILLER PIC X(20) VALUE "JARDIM PAULISTA".
           05 FILLER PIC X(20) VALUE "VILA MARIANA".
           05 FILLER PIC X(20) VALUE "BOA VISTA".
           05 FILLER PIC X(20) VALUE "SAO JOSE".
           05 FILLER PIC X(20) VALUE "PARQUE DAS ARVORES".
           05 FILLER PIC X(20) VALUE "ALTO DA SERRA".
           05 FILLER PIC X(20) VALUE "VILA ESPERANCA".
       01 WS-TAB-BAIRROS REDEFINES WS-LISTA-BAIRROS.
           05 WS-BAIRRO OCCURS 12 TIMES PIC X(20).
       01 WS-LISTA-FRASES.
           05 FILLER PIC X(40) VALUE
               "CONVERSAMOS SOBRE O TRABALHO".
           05 FILLER PIC X(40) VALUE
               "COMBINAMOS UM ALMOCO NO FIM DO MES".
           05 FILLER PIC X(40) VALUE
               "LIGOU PARA DAR OS PARABENS".
           05 FILLER PIC X(40) VALUE
               "PEDIU INDICACAO DE UM MEDICO".
           05 FILLER PIC X(40) VALUE
               "FALAMOS SOBRE A VIAGEM DE FERIAS".
           05 FILLER PIC X(40) VALUE
               "ENVIAR AS FOTOS DA FESTA".
           05 FILLER PIC X(40) VALUE
               "DEVOLVER O LIVRO EMPRESTADO".
           05 FILLER PIC X(40) VALUE
               "MUDOU DE EMPREGO RECENTEMENTE".
           05 FILLER PIC X(40) VALUE
               "GOSTA DE FUTEBOL E DE CINEMA".
           05 FILLER PIC X(40) VALUE
               "CONFIRMAR PRESENCA NO JANTAR".
           05 FILLER PIC X(40) VALUE
               "AGRADECEU O PRESENTE".
           05 FILLER PIC X(40) VALUE
               "MARCAR UM CAFE NA PROXIMA SEMANA".
       01 WS-TAB-FRASES REDEFINES WS-LISTA-FRASES.
           05 WS-FRASE OCCURS 12 TIMES PIC X(40).
       COPY "CADEPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE ZEROS TO WS-SEQ-PSEUDO WS-CONT-PALAVRAS WS-CONT-ERROS
               WS-CONT-PSEUDO WS-RETORNO.
           PERFORM ESCOLHE-PREFIXO.
           PERFORM ESCOLHE-SEMENTE.
           DISPLAY "AS COPIAS EXISTENTES COM ESSE PREFIXO SERAO "
               "SUBSTITUIDAS.".
           DISPLAY "CONFIRMA A COPIA ANONIMIZADA (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "COPIA CANCELADA"
               GO TO FIM
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               TO WS-HOJE-INT.
           STRING FUNCTION TRIM(WS-PREFIXO) "ANONMAP.TMP"
               DELIMITED BY SIZE INTO WS-NOME-MAPA.
           OPEN OUTPUT ARQ-MAPA.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WS-NOME-MAPA)
                   " - STATUS " WS-FS-MAPA
               MOVE 8 TO WS-RETORNO
               GO TO FIM
           END-IF.
           CLOSE ARQ-MAPA.
           OPEN I-O ARQ-MAPA.
           PERFORM CARREGA-FAIXAS-CEP THRU CARREGA-FAIXAS-CEP-FIM.
           PERFORM COPIA-AMIGOS THRU COPIA-AMIGOS-FIM.
           IF WS-RETORNO NOT = ZEROS
               GO TO ENCERRA
           END-IF.
           PERFORM COPIA-HISTORICO THRU COPIA-HISTORICO-FIM.
           PERFORM COPIA-LOG THRU COPIA-LOG-FIM.
           PERFORM COPIA-FONES THRU COPIA-FONES-FIM.
           PERFORM COPIA-ENDER THRU COPIA-ENDER-FIM.
           PERFORM COPIA-AMIGRUP THRU COPIA-AMIGRUP-FIM.
           PERFORM COPIA-CONTATO THRU COPIA-CONTATO-FIM.
           PERFORM COPIA-NOTAS THRU COPIA-NOTAS-FIM.
           PERFORM COPIA-CONVITES THRU COPIA-CONVITES-FIM.
           PERFORM COPIA-DESPESAS THRU COPIA-DESPESAS-FIM.
           PERFORM COPIA-DEBITOS THRU COPIA-DEBITOS-FIM.
           PERFORM COPIA-RATPESO THRU COPIA-RATPESO-FIM.
           PERFORM COPIA-PRESENTE THRU COPIA-PRESENTE-FIM.
           PERFORM COPIA-EMAILINV THRU COPIA-EMAILINV-FIM.
           PERFORM COPIA-LEMBRETE THRU COPIA-LEMBRETE-FIM.
           PERFORM COPIA-VINCULO THRU COPIA-VINCULO-FIM.
           PERFORM COPIA-CONSENT THRU COPIA-CONSENT-FIM.
           PERFORM COPIA-MAILSPL THRU COPIA-MAILSPL-FIM.
           PERFORM COPIA-DDDTAB THRU COPIA-DDDTAB-FIM.
           PERFORM COPIA-CEPTAB THRU COPIA-CEPTAB-FIM.
           PERFORM COPIA-PAISTAB THRU COPIA-PAISTAB-FIM.
           PERFORM COPIA-GRUPOS THRU COPIA-GRUPOS-FIM.
           PERFORM COPIA-EVENTOS THRU COPIA-EVENTOS-FIM.
           PERFORM COPIA-OPERADOR THRU COPIA-OPERADOR-FIM.
       ENCERRA.
      *    A TABELA DE PSEUDONIMOS REVERTERIA A COPIA: NAO FICA.
           CLOSE ARQ-MAPA.
           CALL "CBL_DELETE_FILE" USING WS-NOME-MAPA.
           DISPLAY "PSEUDONIMOS CRIADOS            : " WS-CONT-PSEUDO.
           DISPLAY "REGISTROS NAO GRAVADOS (ERRO)  : " WS-CONT-ERROS.
           IF WS-CONT-ERROS > ZEROS AND WS-RETORNO = ZEROS
               MOVE 4 TO WS-RETORNO
           END-IF.
       FIM.
           MOVE WS-RETORNO TO RETURN-CODE.
           GOBACK.
      *-----------------------------------------------------------------
       ESCOLHE-PREFIXO.
           DISPLAY "PREFIXO DA COPIA (PASTA TERMINADA EM / OU INICIO".
           DISPLAY "DO NOME; BRANCO = TREINO/): ".
           ACCEPT WS-ENTRADA-PREFIXO.
           MOVE FUNCTION TRIM(WS-ENTRADA-PREFIXO) TO WS-PREFIXO.
           IF WS-PREFIXO = SPACES
               MOVE "TREINO/" TO WS-PREFIXO
           END-IF.
           COMPUTE WS-PREFIXO-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PREFIXO)).
           IF WS-PREFIXO(WS-PREFIXO-LEN:1) = "/"
               AND WS-PREFIXO-LEN > 1
               MOVE SPACES TO WS-DIRETORIO
               MOVE WS-PREFIXO(1:WS-PREFIXO-LEN - 1) TO WS-DIRETORIO
               CALL "CBL_CREATE_DIR" USING WS-DIRETORIO
           END-IF.
           DISPLAY "PREFIXO ADOTADO: " FUNCTION TRIM(WS-PREFIXO).
      *-----------------------------------------------------------------
       ESCOLHE-SEMENTE.
      *    A MESMA SEMENTE SOBRE OS MESMOS DADOS REFAZ A MESMA COPIA.
           DISPLAY "SEMENTE DO SORTEIO (BRANCO = HORA ATUAL): ".
           ACCEPT WS-ENTRADA-SEMENTE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEMENTE.
           IF WS-ENTRADA-SEMENTE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENTRADA-SEMENTE)
                   TO WS-SEMENTE-TRIM
               COMPUTE WS-SEMENTE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA-SEMENTE))
               IF WS-SEMENTE-TRIM(1:WS-SEMENTE-LEN) IS NUMERIC
                   COMPUTE WS-SEMENTE =
                       FUNCTION NUMVAL(WS-ENTRADA-SEMENTE)
               ELSE
                   DISPLAY "SEMENTE INVALIDA - USANDO A HORA ATUAL"
               END-IF
           END-IF.
           DISPLAY "SEMENTE ADOTADA: " WS-SEMENTE.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMENTE).
           COMPUTE WS-SAL = FUNCTION RANDOM * 999999 + 1.
      *-----------------------------------------------------------------
       MONTA-NOME-SAIDA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING FUNCTION TRIM(WS-PREFIXO)
               FUNCTION TRIM(WS-NOME-ARQUIVO)
               DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE ZEROS TO WS-CONT-COPIADOS.
           SET FIM-ARQ TO FALSE.
      *-----------------------------------------------------------------
       ARQUIVO-AUSENTE.
           DISPLAY WS-NOME-ARQUIVO " : NAO ENCONTRADO - NAO COPIADO".
      *-----------------------------------------------------------------
       MOSTRA-COPIADOS.
           DISPLAY WS-NOME-ARQUIVO " : " WS-CONT-COPIADOS
               " REGISTROS COPIADOS".
      *-----------------------------------------------------------------
       ERRO-GRAVACAO.
           ADD 1 TO WS-CONT-ERROS.
           DISPLAY "ERRO AO GRAVAR EM " FUNCTION TRIM(WS-NOME-SAIDA)
               " - STATUS " WS-FS-SAI.
      *-----------------------------------------------------------------
      * FAIXAS DE CEP POR UF, PARA SORTEAR O CEP FALSO DO ENDERECO.
       CARREGA-FAIXAS-CEP.
           MOVE ZEROS TO WS-QTD-FAIXAS.
           OPEN INPUT CEPTAB-MASTER.
           IF WS-FS-ENT NOT = "00"
               GO TO CARREGA-FAIXAS-CEP-FIM
           END-IF.
           SET FIM-ARQ TO FALSE.
           PERFORM UNTIL FIM-ARQ
               READ CEPTAB-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF WS-QTD-FAIXAS < 500
                           ADD 1 TO WS-QTD-FAIXAS
                           MOVE CP-UF TO WS-FX-UF (WS-QTD-FAIXAS)
                           MOVE CP-CEP-INI TO WS-FX-INI (WS-QTD-FAIXAS)
                           MOVE CP-CEP-FIM TO WS-FX-FIM (WS-QTD-FAIXAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CEPTAB-MASTER.
       CARREGA-FAIXAS-CEP-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * MESTRE DE AMIGOS (ATIVOS E INATIVOS) E O INDICE DE NOMES,
      * REFEITO A PARTIR DOS NOMES FALSOS COMO NO NDXGERA.
       COPIA-AMIGOS.
           MOVE "AMIGOS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-ENT NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - NADA A COPIAR"
               MOVE 8 TO WS-RETORNO
               GO TO COPIA-AMIGOS-FIM
           END-IF.
           OPEN OUTPUT SAI-AMIGOS.
           IF WS-FS-SAI NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WS-NOME-SAIDA)
                   " - STATUS " WS-FS-SAI
               CLOSE AMIGOS-MASTER
               MOVE 8 TO WS-RETORNO
               GO TO COPIA-AMIGOS-FIM
           END-IF.
           MOVE SPACES TO WS-NOME-NOMIDX.
           STRING FUNCTION TRIM(WS-PREFIXO) "NOMIDX.DAT"
               DELIMITED BY SIZE INTO WS-NOME-NOMIDX.
           OPEN OUTPUT SAI-NOMIDX.
           PERFORM UNTIL FIM-ARQ
               READ AMIGOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM ANONIMIZA-AMIGO
               END-READ
           END-PERFORM.
           CLOSE AMIGOS-MASTER SAI-AMIGOS SAI-NOMIDX.
           PERFORM MOSTRA-COPIADOS.
           DISPLAY "NOMIDX.DAT   : " WS-CONT-PALAVRAS
               " PALAVRAS INDEXADAS".
       COPIA-AMIGOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ANONIMIZA-AMIGO.
           MOVE AMIGOS-REC TO WS-IMAGEM-AMIGO.
           PERFORM ANONIMIZA-IMAGEM-AMIGO.
           WRITE SAI-AMIGOS-REC FROM WS-IMAGEM-AMIGO
               INVALID KEY
                   PERFORM ERRO-GRAVACAO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-COPIADOS
           END-WRITE.
           MOVE SPACES TO WS-TABELA-PALAVRAS.
           UNSTRING WS-IMG-NOME DELIMITED BY ALL " "
               INTO WS-PALAVRA (1) WS-PALAVRA (2) WS-PALAVRA (3)
                   WS-PALAVRA (4) WS-PALAVRA (5) WS-PALAVRA (6).
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
               IF WS-PALAVRA (WS-IND) NOT = SPACES
                   MOVE WS-PALAVRA (WS-IND) TO SX-PALAVRA
                   MOVE WS-IMG-APELIDO TO SX-APELIDO
                   WRITE SAI-NOMIDX-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-PALAVRAS
                   END-WRITE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      * TROCA APELIDO, NOME, E-MAIL E NASCIMENTO DE UMA IMAGEM DE
      * 89 POSICOES DO MESTRE (AMIGOS.DAT OU AMIHIST.DAT).
       ANONIMIZA-IMAGEM-AMIGO.
           MOVE WS-IMG-APELIDO TO WS-REAL-APELIDO.
           MOVE WS-IMG-NOME TO WS-REAL-NOME.
           MOVE WS-IMG-EMAIL TO WS-REAL-EMAIL.
           PERFORM OBTEM-PSEUDONIMO THRU OBTEM-PSEUDONIMO-FIM.
           MOVE MA-PSEUDONIMO TO WS-IMG-APELIDO.
           IF WS-IMG-NOME NOT = SPACES
               MOVE MA-NOME TO WS-IMG-NOME
           END-IF.
           IF WS-IMG-EMAIL NOT = SPACES
               PERFORM FORMA-EMAIL
               MOVE WS-EMAIL-FALSO TO WS-IMG-EMAIL
           END-IF.
           MOVE WS-IMG-DATANASC TO WS-DDMMAAAA.
           PERFORM DESLOCA-DDMMAAAA THRU DESLOCA-DDMMAAAA-FIM.
           MOVE WS-DDMMAAAA TO WS-IMG-DATANASC.
           MOVE WS-IMG-DATANASC1 TO WS-DDMMAAAA.
           PERFORM DESLOCA-DDMMAAAA THRU DESLOCA-DDMMAAAA-FIM.
           MOVE WS-DDMMAAAA TO WS-IMG-DATANASC1.
      *-----------------------------------------------------------------
      * HISTORICO DOS AMIGOS EXPURGADOS PELO PURGAMIG.
       COPIA-HISTORICO.
           MOVE "AMIHIST.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-HISTORICO-FIM
           END-IF.
           OPEN OUTPUT SAI-SEQUENCIAL.
           PERFORM UNTIL FIM-ARQ
               READ ARQ-HISTORICO
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE HISTORICO-REC TO WS-IMAGEM-AMIGO
                       PERFORM ANONIMIZA-IMAGEM-AMIGO
                       MOVE WS-IMAGEM-AMIGO TO SAI-SEQUENCIAL-REC
                       WRITE SAI-SEQUENCIAL-REC
                       ADD 1 TO WS-CONT-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO SAI-SEQUENCIAL.
           PERFORM MOSTRA-COPIADOS.
       COPIA-HISTORICO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * LOG DE AUDITORIA: AS IMAGENS ANTES/DEPOIS RECEBEM O MESMO
      * PSEUDONIMO, NOME, E-MAIL E DESLOCAMENTO DO MESTRE, PARA QUE
      * O CONCILIA ENCONTRE A ULTIMA IMAGEM IGUAL AO REGISTRO. OS
      * REGISTROS NUMERADOS SAO REENCADEADOS SOBRE O CONTEUDO FALSO,
      * A PARTIR DO PRIMEIRO DA COPIA, E A COPIA GANHA O SEU PROPRIO
      * AMIGLOG.CTL, PARA PASSAR NO VERIFLOG.
       COPIA-LOG.
           MOVE "AMIGOS.LOG" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT AUDIT-LOG.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-LOG-FIM
           END-IF.
           MOVE ZEROS TO WS-ELO-LOG WS-PRIMEIRA-SEQ WS-ULTIMA-SEQ.
           OPEN OUTPUT SAI-SEQUENCIAL.
           PERFORM UNTIL FIM-ARQ
               READ AUDIT-LOG
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM ANONIMIZA-LOG THRU ANONIMIZA-LOG-FIM
                       PERFORM REENCADEIA-LOG THRU REENCADEIA-LOG-FIM
                       MOVE AUDIT-REC TO SAI-SEQUENCIAL-REC
                       WRITE SAI-SEQUENCIAL-REC
                       ADD 1 TO WS-CONT-COPIADOS
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG SAI-SEQUENCIAL.
           PERFORM MOSTRA-COPIADOS.
           IF WS-PRIMEIRA-SEQ > ZEROS
               MOVE "AMIGLOG.CTL" TO WS-NOME-ARQUIVO
               PERFORM MONTA-NOME-SAIDA
               MOVE ZEROS TO LOGCTL-REC
               MOVE WS-ULTIMA-SEQ TO LC-ULT-SEQ
               MOVE WS-ELO-LOG TO LC-ULT-VERIF
               MOVE WS-PRIMEIRA-SEQ TO LC-INICIO-SEQ
               OPEN OUTPUT SAI-LOGCTL
               WRITE LOGCTL-REC
               CLOSE SAI-LOGCTL
           END-IF.
       COPIA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * A MARCA DE REMOCAO (X) GUARDA O VERIFICADOR ORIGINAL, QUE
      * SERVE DE ELO PARA O REGISTRO SEGUINTE.
       REENCADEIA-LOG.
           IF AU-SEQUENCIA NOT NUMERIC OR AU-SEQUENCIA = ZEROS
               OR AU-VERIFICADOR NOT NUMERIC
               GO TO REENCADEIA-LOG-FIM.
           IF WS-PRIMEIRA-SEQ = ZEROS
               MOVE AU-SEQUENCIA TO WS-PRIMEIRA-SEQ
           END-IF.
           IF NOT AU-OP-REMOVIDO
               MOVE AUDIT-REC TO CD-REGISTRO
               MOVE WS-ELO-LOG TO CD-VERIF-ANTERIOR
               CALL "ENCADEIA" USING CADEIA-PARAMETROS
               MOVE CD-VERIFICADOR TO AU-VERIFICADOR
           END-IF.
           MOVE AU-VERIFICADOR TO WS-ELO-LOG.
           MOVE AU-SEQUENCIA TO WS-ULTIMA-SEQ.
       REENCADEIA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * AS MARCAS DE REMOCAO (X) E O REGISTRO DO ESQUECIMENTO (L) NAO
      * TEM APELIDO NEM DADOS PESSOAIS: PASSAM SEM TROCA.
      * NA OPERACAO C AS IMAGENS SAO REGISTROS DE CONSENT.DAT: SO O
      * APELIDO (POSICOES 1 A 12) E TROCADO.
       ANONIMIZA-LOG.
           IF AU-OP-REMOVIDO OR AU-OP-ESQUECIMENTO
               GO TO ANONIMIZA-LOG-FIM.
           MOVE AU-APELIDO TO WS-REAL-APELIDO.
           IF AU-OP-CONSENTIMENTO
               PERFORM OBTEM-APELIDO
               MOVE MA-PSEUDONIMO TO AU-APELIDO
               IF AU-VALOR-ANTES NOT = SPACES
                   MOVE MA-PSEUDONIMO TO AU-VALOR-ANTES(1:12)
               END-IF
               IF AU-VALOR-DEPOIS NOT = SPACES
                   MOVE MA-PSEUDONIMO TO AU-VALOR-DEPOIS(1:12)
               END-IF
               GO TO ANONIMIZA-LOG-FIM.
           IF AU-VALOR-DEPOIS NOT = SPACES
               MOVE AU-VALOR-DEPOIS TO WS-IMAGEM-LOG
           ELSE
               MOVE AU-VALOR-ANTES TO WS-IMAGEM-LOG
           END-IF.
           MOVE WS-LOG-NOME TO WS-REAL-NOME.
           MOVE WS-LOG-EMAIL TO WS-REAL-EMAIL.
           PERFORM OBTEM-PSEUDONIMO THRU OBTEM-PSEUDONIMO-FIM.
           MOVE MA-PSEUDONIMO TO AU-APELIDO.
           IF AU-VALOR-ANTES NOT = SPACES
               MOVE AU-VALOR-ANTES TO WS-IMAGEM-LOG
               PERFORM ANONIMIZA-IMAGEM-LOG
               MOVE WS-IMAGEM-LOG TO AU-VALOR-ANTES
           END-IF.
           IF AU-VALOR-DEPOIS NOT = SPACES
               MOVE AU-VALOR-DEPOIS TO WS-IMAGEM-LOG
               PERFORM ANONIMIZA-IMAGEM-LOG
               MOVE WS-IMAGEM-LOG TO AU-VALOR-DEPOIS
           END-IF.
       ANONIMIZA-LOG-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ANONIMIZA-IMAGEM-LOG.
           IF WS-LOG-APELIDO NOT = SPACES
               MOVE MA-PSEUDONIMO TO WS-LOG-APELIDO
           END-IF.
           IF WS-LOG-NOME NOT = SPACES
               MOVE MA-NOME TO WS-LOG-NOME
           END-IF.
           IF WS-LOG-EMAIL NOT = SPACES
               PERFORM FORMA-EMAIL
               MOVE WS-EMAIL-FALSO TO WS-LOG-EMAIL
           END-IF.
           MOVE WS-LOG-DATANASC TO WS-DDMMAAAA.
           PERFORM DESLOCA-DDMMAAAA THRU DESLOCA-DDMMAAAA-FIM.
           MOVE WS-DDMMAAAA TO WS-LOG-DATANASC.
      *-----------------------------------------------------------------
       COPIA-FONES.
           MOVE "FONES.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT FONES-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-FONES-FIM
           END-IF.
           OPEN OUTPUT SAI-FONES.
           PERFORM UNTIL FIM-ARQ
               READ FONES-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE FO-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO FO-APELIDO
                       PERFORM FALSIFICA-FONE
                       WRITE SAI-FONES-REC FROM FONES-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FONES-MASTER SAI-FONES.
           PERFORM MOSTRA-COPIADOS.
       COPIA-FONES-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * MESMA QUANTIDADE DE DIGITOS E MESMO DDD; O CELULAR CONTINUA
      * COMECANDO POR 9 E O FIXO COMECA DE 2 A 5. NO EXTERIOR FICAM O
      * PAIS E O PRIMEIRO DIGITO DO NUMERO; OS DEMAIS SAO SORTEADOS.
       FALSIFICA-FONE.
           IF NOT FO-PAIS-BRASIL
               PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > 14
                   IF FO-NUM-EXTERIOR(WS-IND:1) IS NUMERIC
                       MOVE 10 TO WS-SORTEIO-MAX
                       PERFORM SORTEIA
                       SUBTRACT 1 FROM WS-SORTEIO
                       MOVE WS-SORTEIO(5:1)
                           TO FO-NUM-EXTERIOR(WS-IND:1)
                   END-IF
               END-PERFORM
           END-IF.
           SET PRIMEIRO-DIGITO TO TRUE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
               IF FO-NUMERO(WS-IND:1) IS NUMERIC
                   IF PRIMEIRO-DIGITO
                       SET PRIMEIRO-DIGITO TO FALSE
                       IF FO-NUMERO(WS-IND:1) NOT = "9"
                           MOVE 4 TO WS-SORTEIO-MAX
                           PERFORM SORTEIA
                           ADD 1 TO WS-SORTEIO
                           MOVE WS-SORTEIO(5:1) TO FO-NUMERO(WS-IND:1)
                       END-IF
                   ELSE
                       MOVE 10 TO WS-SORTEIO-MAX
                       PERFORM SORTEIA
                       SUBTRACT 1 FROM WS-SORTEIO
                       MOVE WS-SORTEIO(5:1) TO FO-NUMERO(WS-IND:1)
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       COPIA-ENDER.
           MOVE "ENDER.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT ENDER-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-ENDER-FIM
           END-IF.
           OPEN OUTPUT SAI-ENDER.
           PERFORM UNTIL FIM-ARQ
               READ ENDER-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE EN-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO EN-APELIDO
                       PERFORM FALSIFICA-ENDERECO
                       WRITE SAI-ENDER-REC FROM ENDER-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ENDER-MASTER SAI-ENDER.
           PERFORM MOSTRA-COPIADOS.
       COPIA-ENDER-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * O ENDERECO FALSO SAI DE UM HASH DO ENDERECO REAL: QUEM MORA
      * NO MESMO LUGAR CONTINUA JUNTO (ETIQUETA/CARTA POR DOMICILIO).
      * CIDADE E UF FICAM; O CEP E SORTEADO NUMA FAIXA DA UF. NO
      * EXTERIOR FICAM PAIS, CIDADE E ESTADO, E O CODIGO POSTAL TROCA
      * SO OS DIGITOS, PARA CONTINUAR NO FORMATO DO PAIS.
       FALSIFICA-ENDERECO.
           MOVE SPACES TO WS-HASH-TEXTO.
           IF EN-PAIS-BRASIL
               STRING EN-LOGRADOURO EN-NUMERO EN-COMPLEMENTO EN-CEP
                   DELIMITED BY SIZE INTO WS-HASH-TEXTO
           ELSE
               STRING EN-LOGRADOURO EN-NUMERO EN-COMPLEMENTO(1:12)
                   EN-PAIS EN-COD-POSTAL
                   DELIMITED BY SIZE INTO WS-HASH-TEXTO
           END-IF.
           PERFORM CALCULA-HASH.
           MOVE SPACES TO EN-LOGRADOURO.
           COMPUTE WS-IND = FUNCTION MOD(WS-HASH, 4) + 1.
           COMPUTE WS-HASH-PARTE = WS-HASH / 4.
           COMPUTE WS-IND-MEIO = FUNCTION MOD(WS-HASH-PARTE, 20) + 1.
           STRING FUNCTION TRIM(WS-TIPO-RUA (WS-IND)) " "
               FUNCTION TRIM(WS-RUA (WS-IND-MEIO))
               DELIMITED BY SIZE INTO EN-LOGRADOURO.
           COMPUTE WS-HASH-PARTE = WS-HASH / 80.
           COMPUTE WS-NUMERO-ED =
               FUNCTION MOD(WS-HASH-PARTE, 1999) + 1.
           MOVE FUNCTION TRIM(WS-NUMERO-ED) TO EN-NUMERO.
           IF EN-COMPLEMENTO NOT = SPACES
               COMPUTE WS-HASH-PARTE = WS-HASH / 1000
               COMPUTE WS-APTO-ED =
                   FUNCTION MOD(WS-HASH-PARTE, 89) + 11
               MOVE SPACES TO EN-COMPLEMENTO
               STRING "APTO " WS-APTO-ED
                   DELIMITED BY SIZE INTO EN-COMPLEMENTO
           END-IF.
           COMPUTE WS-HASH-PARTE = WS-HASH / 3.
           COMPUTE WS-IND = FUNCTION MOD(WS-HASH-PARTE, 12) + 1.
           MOVE WS-BAIRRO (WS-IND) TO EN-BAIRRO.
           IF EN-PAIS-BRASIL
               PERFORM SORTEIA-CEP THRU SORTEIA-CEP-FIM
           ELSE
               PERFORM FALSIFICA-COD-POSTAL
           END-IF.
      *-----------------------------------------------------------------
       FALSIFICA-COD-POSTAL.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
               IF EN-COD-POSTAL(WS-IND:1) IS NUMERIC
                   COMPUTE WS-HASH-PARTE = WS-HASH / (WS-IND + 16)
                   COMPUTE WS-SORTEIO =
                       FUNCTION MOD(WS-HASH-PARTE, 10)
                   MOVE WS-SORTEIO(5:1) TO EN-COD-POSTAL(WS-IND:1)
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       SORTEIA-CEP.
           MOVE ZEROS TO WS-QTD-FAIXAS-UF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FAIXAS
               IF WS-FX-UF (WS-IND) = EN-UF
                   ADD 1 TO WS-QTD-FAIXAS-UF
               END-IF
           END-PERFORM.
           IF WS-QTD-FAIXAS-UF = ZEROS
      *        UF SEM FAIXA NO CEPTAB: MANTEM A REGIAO (3 DIGITOS).
               COMPUTE WS-HASH-PARTE = WS-HASH / 7
               COMPUTE EN-CEP = EN-CEP - FUNCTION MOD(EN-CEP, 100000)
                   + FUNCTION MOD(WS-HASH-PARTE, 100000)
               GO TO SORTEIA-CEP-FIM
           END-IF.
           COMPUTE WS-HASH-PARTE = WS-HASH / 11.
           COMPUTE WS-FAIXA-ESCOLHIDA =
               FUNCTION MOD(WS-HASH-PARTE, WS-QTD-FAIXAS-UF) + 1.
           MOVE ZEROS TO WS-QTD-FAIXAS-UF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-FAIXAS
                      OR WS-QTD-FAIXAS-UF = WS-FAIXA-ESCOLHIDA
               IF WS-FX-UF (WS-IND) = EN-UF
                   ADD 1 TO WS-QTD-FAIXAS-UF
               END-IF
           END-PERFORM.
           SUBTRACT 1 FROM WS-IND.
           COMPUTE WS-FAIXA-TAM =
               WS-FX-FIM (WS-IND) - WS-FX-INI (WS-IND) + 1.
           COMPUTE WS-HASH-PARTE = WS-HASH / 13.
           COMPUTE EN-CEP = WS-FX-INI (WS-IND)
               + FUNCTION MOD(WS-HASH-PARTE, WS-FAIXA-TAM).
       SORTEIA-CEP-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-AMIGRUP.
           MOVE "AMIGRUP.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT AMIGRUP-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-AMIGRUP-FIM
           END-IF.
           OPEN OUTPUT SAI-AMIGRUP.
           PERFORM UNTIL FIM-ARQ
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE AG-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO AG-APELIDO
                       WRITE SAI-AMIGRUP-REC FROM AMIGRUP-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE AMIGRUP-MASTER SAI-AMIGRUP.
           PERFORM MOSTRA-COPIADOS.
       COPIA-AMIGRUP-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-CONTATO.
           MOVE "CONTATO.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT CONTATO-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-CONTATO-FIM
           END-IF.
           OPEN OUTPUT SAI-CONTATO.
           PERFORM UNTIL FIM-ARQ
               READ CONTATO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE CO-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO CO-APELIDO
                       IF CO-OBSERVACAO NOT = SPACES
                           PERFORM SORTEIA-FRASE
                           MOVE WS-FRASE (WS-SORTEIO)
                               TO CO-OBSERVACAO
                       END-IF
                       WRITE SAI-CONTATO-REC FROM CONTATO-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONTATO-MASTER SAI-CONTATO.
           PERFORM MOSTRA-COPIADOS.
       COPIA-CONTATO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-NOTAS.
           MOVE "NOTAS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT NOTAS-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-NOTAS-FIM
           END-IF.
           OPEN OUTPUT SAI-NOTAS.
           PERFORM UNTIL FIM-ARQ
               READ NOTAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE NO-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO NO-APELIDO
                       IF NO-TEXTO NOT = SPACES
                           PERFORM SORTEIA-FRASE
                           MOVE WS-FRASE (WS-SORTEIO) TO NO-TEXTO
                       END-IF
                       WRITE SAI-NOTAS-REC FROM NOTAS-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NOTAS-MASTER SAI-NOTAS.
           PERFORM MOSTRA-COPIADOS.
       COPIA-NOTAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-CONVITES.
           MOVE "CONVITES.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT CONVITES-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-CONVITES-FIM
           END-IF.
           OPEN OUTPUT SAI-CONVITES.
           PERFORM UNTIL FIM-ARQ
               READ CONVITES-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE CV-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO CV-APELIDO
                       WRITE SAI-CONVITES-REC FROM CONVITE-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONVITES-MASTER SAI-CONVITES.
           PERFORM MOSTRA-COPIADOS.
       COPIA-CONVITES-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-DESPESAS.
           MOVE "DESPESAS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT DESPESAS-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-DESPESAS-FIM
           END-IF.
           OPEN OUTPUT SAI-DESPESAS.
           PERFORM UNTIL FIM-ARQ
               READ DESPESAS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE DP-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO DP-APELIDO
                       WRITE SAI-DESPESAS-REC FROM DESPESA-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DESPESAS-MASTER SAI-DESPESAS.
           PERFORM MOSTRA-COPIADOS.
       COPIA-DESPESAS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-DEBITOS.
           MOVE "DEBITOS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT DEBITOS-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-DEBITOS-FIM
           END-IF.
           OPEN OUTPUT SAI-DEBITOS.
           PERFORM UNTIL FIM-ARQ
               READ DEBITOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE DB-DEVEDOR TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO DB-DEVEDOR
                       MOVE DB-CREDOR TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO DB-CREDOR
                       WRITE SAI-DEBITOS-REC FROM DEBITO-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DEBITOS-MASTER SAI-DEBITOS.
           PERFORM MOSTRA-COPIADOS.
       COPIA-DEBITOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-RATPESO.
           MOVE "RATPESO.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT RATPESO-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-RATPESO-FIM
           END-IF.
           OPEN OUTPUT SAI-RATPESO.
           PERFORM UNTIL FIM-ARQ
               READ RATPESO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE RW-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO RW-APELIDO
                       WRITE SAI-RATPESO-REC FROM RATPESO-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RATPESO-MASTER SAI-RATPESO.
           PERFORM MOSTRA-COPIADOS.
       COPIA-RATPESO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-PRESENTE.
           MOVE "PRESENTE.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT PRESENTE-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-PRESENTE-FIM
           END-IF.
           OPEN OUTPUT SAI-PRESENTE.
           PERFORM UNTIL FIM-ARQ
               READ PRESENTE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE PR-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO PR-APELIDO
                       WRITE SAI-PRESENTE-REC FROM PRESENTE-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PRESENTE-MASTER SAI-PRESENTE.
           PERFORM MOSTRA-COPIADOS.
       COPIA-PRESENTE-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * A MARCA DE E-MAIL DEVOLVIDO SO VALE ENQUANTO O AMIGO TEM O
      * MESMO ENDERECO: SE ERA O ATUAL, APONTA PARA O E-MAIL FALSO;
      * SE ERA UM ANTIGO, PARA OUTRO ENDERECO FALSO.
       COPIA-EMAILINV.
           MOVE "EMAILINV.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT EMAILINV-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-EMAILINV-FIM
           END-IF.
           OPEN OUTPUT SAI-EMAILINV.
           PERFORM UNTIL FIM-ARQ
               READ EMAILINV-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM ANONIMIZA-EMAILINV
                       WRITE SAI-EMAILINV-REC FROM EMAILINV-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE EMAILINV-MASTER SAI-EMAILINV.
           PERFORM MOSTRA-COPIADOS.
       COPIA-EMAILINV-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ANONIMIZA-EMAILINV.
           MOVE EI-APELIDO TO WS-REAL-APELIDO.
           PERFORM OBTEM-APELIDO.
           MOVE MA-PSEUDONIMO TO EI-APELIDO.
           IF EI-EMAIL NOT = SPACES
               IF EI-EMAIL = MA-EMAIL-REAL
                   PERFORM FORMA-EMAIL
                   MOVE WS-EMAIL-FALSO TO EI-EMAIL
               ELSE
                   MOVE SPACES TO EI-EMAIL
                   STRING "ANT." MA-PSEUDONIMO DELIMITED BY SPACE
                       "@EXAMPLE.COM" DELIMITED BY SIZE
                       INTO EI-EMAIL
               END-IF
           END-IF.
           IF EI-MOTIVO NOT = SPACES
               MOVE "ENDERECO RECUSADO PELO SERVIDOR" TO EI-MOTIVO
           END-IF.
      *-----------------------------------------------------------------
       COPIA-LEMBRETE.
           MOVE "LEMBRETE.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT LEMBRETE-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-LEMBRETE-FIM
           END-IF.
           OPEN OUTPUT SAI-LEMBRETE.
           PERFORM UNTIL FIM-ARQ
               READ LEMBRETE-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE LB-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO LB-APELIDO
                       IF LB-TEXTO NOT = SPACES
                           PERFORM SORTEIA-FRASE
                           MOVE WS-FRASE (WS-SORTEIO) TO LB-TEXTO
                       END-IF
                       WRITE SAI-LEMBRETE-REC FROM LEMBRETE-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE LEMBRETE-MASTER SAI-LEMBRETE.
           PERFORM MOSTRA-COPIADOS.
       COPIA-LEMBRETE-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-VINCULO.
           MOVE "VINCULO.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT VINCULO-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-VINCULO-FIM
           END-IF.
           OPEN OUTPUT SAI-VINCULO.
           PERFORM UNTIL FIM-ARQ
               READ VINCULO-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE VI-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO VI-APELIDO
                       MOVE VI-PARENTE TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO VI-PARENTE
                       WRITE SAI-VINCULO-REC FROM VINCULO-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE VINCULO-MASTER SAI-VINCULO.
           PERFORM MOSTRA-COPIADOS.
       COPIA-VINCULO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * CONSENTIMENTOS: SO O APELIDO MUDA; DATAS, SITUACAO, MEIO E
      * OPERADOR VAO COMO ESTAO.
       COPIA-CONSENT.
           MOVE "CONSENT.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT CONSENT-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-CONSENT-FIM
           END-IF.
           OPEN OUTPUT SAI-CONSENT.
           PERFORM UNTIL FIM-ARQ
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       MOVE CS-APELIDO TO WS-REAL-APELIDO
                       PERFORM OBTEM-APELIDO
                       MOVE MA-PSEUDONIMO TO CS-APELIDO
                       WRITE SAI-CONSENT-REC FROM CONSENT-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONSENT-MASTER SAI-CONSENT.
           PERFORM MOSTRA-COPIADOS.
       COPIA-CONSENT-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * FILA DE E-MAIL: O CABECALHO GANHA O PSEUDONIMO E O E-MAIL
      * FALSO, O ASSUNTO E O CORPO (QUE TRAZEM NOMES) SAO TROCADOS.
      * O REGISTRO DE CONTROLE (ID ZERO) VAI COMO ESTA.
       COPIA-MAILSPL.
           MOVE "MAILSPL.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT MAILSPL-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-MAILSPL-FIM
           END-IF.
           OPEN OUTPUT SAI-MAILSPL.
           PERFORM UNTIL FIM-ARQ
               READ MAILSPL-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       PERFORM ANONIMIZA-MENSAGEM
                           THRU ANONIMIZA-MENSAGEM-FIM
                       WRITE SAI-MAILSPL-REC FROM MAILSPL-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE MAILSPL-MASTER SAI-MAILSPL.
           PERFORM MOSTRA-COPIADOS.
       COPIA-MAILSPL-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ANONIMIZA-MENSAGEM.
           IF MS-ID = ZEROS
               GO TO ANONIMIZA-MENSAGEM-FIM
           END-IF.
           IF MS-LINHA = ZEROS
               MOVE MS-APELIDO TO WS-REAL-APELIDO
               PERFORM OBTEM-APELIDO
               MOVE MA-PSEUDONIMO TO MS-APELIDO
               IF MS-DESTINO NOT = SPACES
                   PERFORM FORMA-EMAIL
                   MOVE WS-EMAIL-FALSO TO MS-DESTINO
               END-IF
               MOVE SPACES TO MS-ASSUNTO
               STRING "MENSAGEM " MS-ORIGEM
                   DELIMITED BY SIZE INTO MS-ASSUNTO
           ELSE
               MOVE SPACES TO MS-CORPO
               IF MS-LINHA = 1
                   MOVE "(TEXTO OMITIDO NA COPIA ANONIMIZADA)"
                       TO MS-TEXTO
               END-IF
           END-IF.
       ANONIMIZA-MENSAGEM-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * TABELAS DE REFERENCIA E OPERADORES: COPIA SEM ALTERACAO.
       COPIA-DDDTAB.
           MOVE "DDDTAB.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT DDDTAB-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-DDDTAB-FIM
           END-IF.
           OPEN OUTPUT SAI-DDDTAB.
           PERFORM UNTIL FIM-ARQ
               READ DDDTAB-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-DDDTAB-REC FROM DDDTAB-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DDDTAB-MASTER SAI-DDDTAB.
           PERFORM MOSTRA-COPIADOS.
       COPIA-DDDTAB-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-CEPTAB.
           MOVE "CEPTAB.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT CEPTAB-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-CEPTAB-FIM
           END-IF.
           OPEN OUTPUT SAI-CEPTAB.
           PERFORM UNTIL FIM-ARQ
               READ CEPTAB-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-CEPTAB-REC FROM CEPTAB-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CEPTAB-MASTER SAI-CEPTAB.
           PERFORM MOSTRA-COPIADOS.
       COPIA-CEPTAB-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-PAISTAB.
           MOVE "PAISTAB.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT PAISTAB-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-PAISTAB-FIM
           END-IF.
           OPEN OUTPUT SAI-PAISTAB.
           PERFORM UNTIL FIM-ARQ
               READ PAISTAB-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-PAISTAB-REC FROM PAISTAB-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PAISTAB-MASTER SAI-PAISTAB.
           PERFORM MOSTRA-COPIADOS.
       COPIA-PAISTAB-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-GRUPOS.
           MOVE "GRUPOS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT GRUPOS-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-GRUPOS-FIM
           END-IF.
           OPEN OUTPUT SAI-GRUPOS.
           PERFORM UNTIL FIM-ARQ
               READ GRUPOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-GRUPOS-REC FROM GRUPOS-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE GRUPOS-MASTER SAI-GRUPOS.
           PERFORM MOSTRA-COPIADOS.
       COPIA-GRUPOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-EVENTOS.
           MOVE "EVENTOS.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-EVENTOS-FIM
           END-IF.
           OPEN OUTPUT SAI-EVENTOS.
           PERFORM UNTIL FIM-ARQ
               READ EVENTOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-EVENTOS-REC FROM EVENTO-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE EVENTOS-MASTER SAI-EVENTOS.
           PERFORM MOSTRA-COPIADOS.
       COPIA-EVENTOS-FIM.
           EXIT.
      *-----------------------------------------------------------------
       COPIA-OPERADOR.
           MOVE "OPERADOR.DAT" TO WS-NOME-ARQUIVO.
           PERFORM MONTA-NOME-SAIDA.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-ENT NOT = "00"
               PERFORM ARQUIVO-AUSENTE
               GO TO COPIA-OPERADOR-FIM
           END-IF.
           OPEN OUTPUT SAI-OPERADOR.
           PERFORM UNTIL FIM-ARQ
               READ OPERADOR-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       WRITE SAI-OPERADOR-REC FROM OPERAD-REC
                           INVALID KEY
                               PERFORM ERRO-GRAVACAO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE OPERADOR-MASTER SAI-OPERADOR.
           PERFORM MOSTRA-COPIADOS.
       COPIA-OPERADOR-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * PSEUDONIMO DE UM APELIDO SEM NOME/E-MAIL A APROVEITAR (OS
      * SATELITES); UM APELIDO AUSENTE DO MESTRE TAMBEM GANHA UM.
       OBTEM-APELIDO.
           MOVE SPACES TO WS-REAL-NOME WS-REAL-EMAIL.
           PERFORM OBTEM-PSEUDONIMO THRU OBTEM-PSEUDONIMO-FIM.
      *-----------------------------------------------------------------
      * DEVOLVE EM MAPA-REC O PSEUDONIMO DE WS-REAL-APELIDO, CRIANDO-O
      * NA PRIMEIRA VEZ QUE O APELIDO APARECE.
       OBTEM-PSEUDONIMO.
           IF WS-REAL-APELIDO = SPACES
               MOVE SPACES TO MAPA-REC
               MOVE ZEROS TO MA-DESLOCA
               GO TO OBTEM-PSEUDONIMO-FIM
           END-IF.
           MOVE WS-REAL-APELIDO TO MA-APELIDO.
           READ ARQ-MAPA
               INVALID KEY
                   PERFORM CRIA-PSEUDONIMO
           END-READ.
       OBTEM-PSEUDONIMO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * PSEUDONIMO = PRIMEIRO NOME FALSO (ATE 7 LETRAS) + SEQUENCIAL.
      * O SOBRENOME FALSO VEM DE UM HASH DO ULTIMO NOME REAL, PARA QUE
      * UMA FAMILIA CONTINUE COM O MESMO SOBRENOME.
       CRIA-PSEUDONIMO.
           ADD 1 TO WS-SEQ-PSEUDO.
           ADD 1 TO WS-CONT-PSEUDO.
           MOVE 40 TO WS-SORTEIO-MAX.
           PERFORM SORTEIA.
           MOVE WS-SORTEIO TO WS-IND-PRIMEIRO.
           PERFORM SORTEIA.
           MOVE WS-SORTEIO TO WS-IND-MEIO.
           IF WS-IND-MEIO = WS-IND-PRIMEIRO
               COMPUTE WS-IND-MEIO =
                   FUNCTION MOD(WS-IND-MEIO, 40) + 1
           END-IF.
           PERFORM ESCOLHE-SOBRENOME THRU ESCOLHE-SOBRENOME-FIM.
           MOVE SPACES TO WS-NOME-MONTADO.
           MOVE 1 TO WS-PONT.
           STRING FUNCTION TRIM(WS-PRIMEIRO-NOME (WS-IND-PRIMEIRO))
               " " FUNCTION TRIM(WS-PRIMEIRO-NOME (WS-IND-MEIO))
               " " FUNCTION TRIM(WS-SOBRENOME (WS-IND-SOBRENOME))
               DELIMITED BY SIZE INTO WS-NOME-MONTADO
               WITH POINTER WS-PONT.
           IF WS-PONT > 31
               MOVE SPACES TO WS-NOME-MONTADO
               STRING FUNCTION TRIM(WS-PRIMEIRO-NOME (WS-IND-PRIMEIRO))
                   " " FUNCTION TRIM(WS-SOBRENOME (WS-IND-SOBRENOME))
                   DELIMITED BY SIZE INTO WS-NOME-MONTADO
           END-IF.
           MOVE WS-REAL-APELIDO TO MA-APELIDO.
           MOVE WS-NOME-MONTADO TO MA-NOME.
           MOVE SPACES TO MA-PSEUDONIMO.
           STRING WS-PRIMEIRO-NOME (WS-IND-PRIMEIRO)(1:7)
               DELIMITED BY SPACE
               WS-SEQ-PSEUDO DELIMITED BY SIZE
               INTO MA-PSEUDONIMO.
           MOVE WS-REAL-EMAIL TO MA-EMAIL-REAL.
      *    DESLOCAMENTO DE 1 A 180 DIAS, PARA FRENTE OU PARA TRAS.
           MOVE 180 TO WS-SORTEIO-MAX.
           PERFORM SORTEIA.
           MOVE WS-SORTEIO TO WS-DIAS-DESLOCA.
           MOVE 2 TO WS-SORTEIO-MAX.
           PERFORM SORTEIA.
           IF WS-SORTEIO = 1
               COMPUTE MA-DESLOCA = ZEROS - WS-DIAS-DESLOCA
           ELSE
               MOVE WS-DIAS-DESLOCA TO MA-DESLOCA
           END-IF.
           WRITE MAPA-REC
               INVALID KEY
                   DISPLAY "ERRO NA TABELA DE PSEUDONIMOS - STATUS "
                       WS-FS-MAPA
           END-WRITE.
      *-----------------------------------------------------------------
       ESCOLHE-SOBRENOME.
           MOVE FUNCTION TRIM(WS-REAL-NOME) TO WS-NOME-TRAB.
           IF WS-NOME-TRAB = SPACES
               MOVE 40 TO WS-SORTEIO-MAX
               PERFORM SORTEIA
               MOVE WS-SORTEIO TO WS-IND-SOBRENOME
               GO TO ESCOLHE-SOBRENOME-FIM
           END-IF.
           COMPUTE WS-NOME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-TRAB)).
           MOVE WS-NOME-LEN TO WS-IND.
           PERFORM UNTIL WS-IND = 1 OR WS-NOME-TRAB(WS-IND:1) = SPACE
               SUBTRACT 1 FROM WS-IND
           END-PERFORM.
           IF WS-NOME-TRAB(WS-IND:1) = SPACE
               ADD 1 TO WS-IND
           END-IF.
           MOVE SPACES TO WS-HASH-TEXTO.
           MOVE WS-NOME-TRAB(WS-IND:WS-NOME-LEN - WS-IND + 1)
               TO WS-HASH-TEXTO.
           PERFORM CALCULA-HASH.
           COMPUTE WS-IND-SOBRENOME = FUNCTION MOD(WS-HASH, 40) + 1.
       ESCOLHE-SOBRENOME-FIM.
           EXIT.
      *-----------------------------------------------------------------
       FORMA-EMAIL.
           MOVE SPACES TO WS-EMAIL-FALSO.
           STRING MA-PSEUDONIMO DELIMITED BY SPACE
               "@EXAMPLE.COM" DELIMITED BY SIZE
               INTO WS-EMAIL-FALSO.
      *-----------------------------------------------------------------
      * DATA DDMMAAAA EM WS-DDMMAAAA DESLOCADA PELOS DIAS DO AMIGO.
      * SE CAIR NO FUTURO, DESLOCA PARA TRAS. ZERADA OU INVALIDA FICA.
       DESLOCA-DDMMAAAA.
           IF WS-DDMMAAAA NOT NUMERIC OR WS-DDMMAAAA = ZEROS
               GO TO DESLOCA-DDMMAAAA-FIM
           END-IF.
           COMPUTE WS-AAAAMMDD =
               WS-DM-ANO * 10000 + WS-DM-MES * 100 + WS-DM-DIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AAAAMMDD) NOT = ZEROS
               GO TO DESLOCA-DDMMAAAA-FIM
           END-IF.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-AAAAMMDD) + MA-DESLOCA.
           IF WS-DATA-INT > WS-HOJE-INT AND MA-DESLOCA > ZEROS
               COMPUTE WS-DATA-INT = WS-DATA-INT - 2 * MA-DESLOCA
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INT) TO WS-AAAAMMDD.
           MOVE WS-AM-DIA TO WS-DM-DIA.
           MOVE WS-AM-MES TO WS-DM-MES.
           MOVE WS-AM-ANO TO WS-DM-ANO.
       DESLOCA-DDMMAAAA-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * HASH DE WS-HASH-TEXTO TEMPERADO COM O SAL SORTEADO NA
      * SEMENTE: O MESMO TEXTO DA SEMPRE O MESMO VALOR NESTA COPIA.
       CALCULA-HASH.
           MOVE WS-SAL TO WS-HASH.
           PERFORM VARYING WS-IND-HASH FROM 1 BY 1
                   UNTIL WS-IND-HASH > 60
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                   + FUNCTION ORD(WS-HASH-TEXTO(WS-IND-HASH:1)),
                   999999937)
           END-PERFORM.
      *-----------------------------------------------------------------
      * NUMERO SORTEADO DE 1 A WS-SORTEIO-MAX.
       SORTEIA.
           COMPUTE WS-SORTEIO =
               FUNCTION RANDOM * WS-SORTEIO-MAX + 1.
           IF WS-SORTEIO > WS-SORTEIO-MAX
               MOVE WS-SORTEIO-MAX TO WS-SORTEIO
           END-IF.
      *-----------------------------------------------------------------
       SORTEIA-FRASE.
           MOVE 12 TO WS-SORTEIO-MAX.
           PERFORM SORTEIA.
