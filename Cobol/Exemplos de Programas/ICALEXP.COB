       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICALEXP.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * EXPORTACAO DE ANIVERSARIOS E EVENTOS PARA *
      * CALENDARIO (ICALENDAR) EM AMIGOS.ICS:     *
      * UM COMPROMISSO ANUAL POR ANIVERSARIO DE   *
      * AMIGO ATIVO, COM A IDADE QUE VAI FAZER    *
      * (CALCIDAD), E UM POR EVENTO DE            *
      * EVENTOS.DAT COM DESCRICAO, DATA E LOCAL.  *
      * SELECAO POR GRUPO (AMIGRUP) COMO NAS      *
      * CARTAS; OS EVENTOS PODEM SER SO OS QUE UM *
      * AMIGO CONFIRMOU EM CONVITES.DAT. O UID DE *
      * CADA COMPROMISSO VEM DO APELIDO OU DO     *
      * CODIGO DO EVENTO, PARA QUE A REIMPORTACAO *
      * ATUALIZE O CALENDARIO SEM DUPLICAR.       *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APELIDO
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT GRUPOS-MASTER ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-CODIGO
               FILE STATUS IS WS-FS-GRUPOS.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT EVENTOS-MASTER ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-CODIGO
               FILE STATUS IS WS-FS-EVENTOS.
           SELECT CONVITES-MASTER ASSIGN TO "CONVITES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CHAVE
               FILE STATUS IS WS-FS-CONVITES.
           SELECT ARQ-CALENDARIO ASSIGN TO "AMIGOS.ICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALEND.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  GRUPOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "GRUPOR.CPY".

       FD  AMIGRUP-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGRUPR.CPY".

       FD  EVENTOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "EVENTOR.CPY".

       FD  CONVITES-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONVITER.CPY".

       FD  ARQ-CALENDARIO
           LABEL RECORDS STANDARD.
       01  CALENDARIO-REC          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
       01 WS-FS-GRUPOS       PIC XX VALUE SPACES.
       01 WS-FS-AMIGRUP      PIC XX VALUE SPACES.
       01 WS-FS-EVENTOS      PIC XX VALUE SPACES.
       01 WS-FS-CONVITES     PIC XX VALUE SPACES.
       01 WS-FS-CALEND       PIC XX VALUE SPACES.
       01 WS-FIM-AMIGOS      PIC X VALUE "N".
           88 FIM-AMIGOS         VALUE "S".
       01 WS-FIM-EVENTOS     PIC X VALUE "N".
           88 FIM-EVENTOS        VALUE "S".
       01 WS-FIM-CONVITES    PIC X VALUE "N".
           88 FIM-CONVITES       VALUE "S".
       01 WS-AMIGRUP-ABERTO  PIC X VALUE "N".
           88 AMIGRUP-ABERTO     VALUE "S".
       01 WS-EVENTOS-ABERTO  PIC X VALUE "N".
           88 EVENTOS-ABERTO     VALUE "S".
       01 WS-CONVITES-ABERTO PIC X VALUE "N".
           88 CONVITES-ABERTO    VALUE "S".
       01 WS-ACHOU-GRUPO     PIC X VALUE "N".
           88 ACHOU-GRUPO        VALUE "S" FALSE "N".
       01 WS-TIPO            PIC X(01) VALUE SPACES.
           88 EXPORTA-TUDO       VALUE "T".
           88 SO-ANIVERSARIOS    VALUE "A".
           88 SO-EVENTOS         VALUE "E".
       01 WS-GRUPO-FILTRO    PIC X(03) VALUE SPACES.
       01 WS-APELIDO-FILTRO  PIC X(12) VALUE SPACES.
       01 WS-AGORA.
           05 WS-HOJE.
               10 WS-ANO-HOJE    PIC 9(04).
               10 WS-MES-HOJE    PIC 9(02).
               10 WS-DIA-HOJE    PIC 9(02).
           05 WS-HORA-HOJE       PIC 9(06).
           05 FILLER             PIC X(11).
       01 WS-IDADE           PIC 9(03) VALUE ZEROS.
       01 WS-IDADE-NOVA      PIC 9(03) VALUE ZEROS.
       01 WS-ANO-PROXIMO     PIC 9(04) VALUE ZEROS.
       01 WS-IDADE-EDIT      PIC ZZ9.
       01 WS-CONT-ANIVER     PIC 9(05) VALUE ZEROS.
       01 WS-CONT-EVENTOS    PIC 9(05) VALUE ZEROS.
      *    MONTAGEM DAS PROPRIEDADES DO ICALENDAR.
       01 WS-UID-CHAVE       PIC X(12) VALUE SPACES.
       01 WS-TAM             PIC 9(03) VALUE ZEROS.
       01 WS-IND             PIC 9(03) VALUE ZEROS.
       01 WS-IND-SAI         PIC 9(03) VALUE ZEROS.
       01 WS-TEXTO-ENTRA     PIC X(30) VALUE SPACES.
       01 WS-TEXTO-SAI       PIC X(80) VALUE SPACES.
       01 WS-CARACTER        PIC X(01) VALUE SPACE.
       01 WS-DATA-ICAL.
           05 WS-ICAL-ANO        PIC 9(04).
           05 WS-ICAL-MES        PIC 9(02).
           05 WS-ICAL-DIA        PIC 9(02).
       01 WS-LINHA-DTSTAMP.
           05 FILLER             PIC X(08) VALUE "DTSTAMP:".
           05 WC-STAMP-DATA      PIC 9(08).
           05 FILLER             PIC X(01) VALUE "T".
           05 WC-STAMP-HORA      PIC 9(06).
       01 WS-LINHA-DTSTART.
           05 FILLER             PIC X(19) VALUE "DTSTART;VALUE=DATE:".
           05 WC-DTSTART         PIC X(08).
       01 WS-LINHA-ICAL        PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO MENU SEM CANCEL: ZERA O QUE SOBROU DA VEZ
      *    ANTERIOR.
           MOVE "N" TO WS-AMIGRUP-ABERTO WS-EVENTOS-ABERTO
               WS-CONVITES-ABERTO.
           MOVE ZEROS TO WS-CONT-ANIVER WS-CONT-EVENTOS.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA.
           DISPLAY "EXPORTACAO DE CALENDARIO PARA AMIGOS.ICS".
           PERFORM ESCOLHE-TIPO.
           PERFORM ESCOLHE-GRUPO THRU ESCOLHE-GRUPO-FIM.
           IF NOT SO-ANIVERSARIOS
               PERFORM ESCOLHE-AMIGO
           END-IF.
           PERFORM ABRIR-ARQUIVOS.
           MOVE "BEGIN:VCALENDAR" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE "VERSION:2.0" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE "PRODID:-//CADASTRO DE AMIGOS//ICALEXP//PT"
               TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE "CALSCALE:GREGORIAN" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           IF NOT SO-EVENTOS
               PERFORM EXPORTA-ANIVERSARIOS
           END-IF.
           IF NOT SO-ANIVERSARIOS AND EVENTOS-ABERTO
               PERFORM EXPORTA-EVENTOS
           END-IF.
           MOVE "END:VCALENDAR" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           CLOSE AMIGOS-MASTER ARQ-CALENDARIO.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
           IF EVENTOS-ABERTO
               CLOSE EVENTOS-MASTER
           END-IF.
           IF CONVITES-ABERTO
               CLOSE CONVITES-MASTER
           END-IF.
           DISPLAY "ANIVERSARIOS EXPORTADOS : " WS-CONT-ANIVER.
           DISPLAY "EVENTOS EXPORTADOS      : " WS-CONT-EVENTOS.
           DISPLAY "CALENDARIO GERADO: AMIGOS.ICS".
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       ESCOLHE-TIPO.
           DISPLAY "EXPORTAR (A=ANIVERSARIOS, E=EVENTOS, "
               "BRANCO = TODOS): ".
           ACCEPT WS-TIPO.
           IF WS-TIPO = SPACES
               SET EXPORTA-TUDO TO TRUE
           END-IF.
           IF NOT EXPORTA-TUDO AND NOT SO-ANIVERSARIOS
               AND NOT SO-EVENTOS
               DISPLAY "OPCAO INVALIDA - EXPORTANDO TODOS"
               SET EXPORTA-TUDO TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       ESCOLHE-GRUPO.
           DISPLAY "GRUPO (BRANCO = TODOS OS ATIVOS): ".
           ACCEPT WS-GRUPO-FILTRO.
           IF WS-GRUPO-FILTRO = SPACES
               GO TO ESCOLHE-GRUPO-FIM
           END-IF.
           OPEN INPUT GRUPOS-MASTER.
           IF WS-FS-GRUPOS NOT = "00"
               DISPLAY "TABELA DE GRUPOS NAO ENCONTRADA - TODOS"
               MOVE SPACES TO WS-GRUPO-FILTRO
               GO TO ESCOLHE-GRUPO-FIM
           END-IF.
           MOVE WS-GRUPO-FILTRO TO GR-CODIGO.
           READ GRUPOS-MASTER
               INVALID KEY
                   DISPLAY "GRUPO NAO CADASTRADO - GERANDO PARA TODOS"
                   MOVE SPACES TO WS-GRUPO-FILTRO
               NOT INVALID KEY
                   DISPLAY "GRUPO: " GR-DESCRICAO
           END-READ.
           CLOSE GRUPOS-MASTER.
       ESCOLHE-GRUPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ESCOLHE-AMIGO.
           DISPLAY "SO EVENTOS CONFIRMADOS POR (APELIDO, "
               "BRANCO = TODOS): ".
           ACCEPT WS-APELIDO-FILTRO.
      *-----------------------------------------------------------------
      * ANIVERSARIOS: COMPROMISSO DE DIA INTEIRO NA DATA DE NASCIMENTO,
      * REPETIDO TODO ANO. QUEM NASCEU EM 29/02 CAI NO ULTIMO DIA DE
      * FEVEREIRO NOS ANOS QUE NAO SAO BISSEXTOS.
       EXPORTA-ANIVERSARIOS.
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
                       IF AM-REG-ATIVO AND AM-DATANASC1 NOT = ZEROS
                           PERFORM TESTA-AMIGO THRU TESTA-AMIGO-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       TESTA-AMIGO.
           IF WS-GRUPO-FILTRO NOT = SPACES
               IF NOT AMIGRUP-ABERTO
                   GO TO TESTA-AMIGO-FIM
               END-IF
               MOVE AM-APELIDO TO AG-APELIDO
               MOVE WS-GRUPO-FILTRO TO AG-GRUPO
               READ AMIGRUP-MASTER
                   INVALID KEY
                       GO TO TESTA-AMIGO-FIM
               END-READ
           END-IF.
           PERFORM GRAVA-ANIVERSARIO.
       TESTA-AMIGO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-ANIVERSARIO.
      *    A IDADE DO PROXIMO ANIVERSARIO E A IDADE DE HOJE MAIS UM.
           CALL "CALCIDAD" USING AM-DATANASC1 WS-IDADE.
           COMPUTE WS-IDADE-NOVA = WS-IDADE + 1.
           MOVE WS-IDADE-NOVA TO WS-IDADE-EDIT.
           IF AM-MES > WS-MES-HOJE
               OR (AM-MES = WS-MES-HOJE AND AM-DIA > WS-DIA-HOJE)
               MOVE WS-ANO-HOJE TO WS-ANO-PROXIMO
           ELSE
               COMPUTE WS-ANO-PROXIMO = WS-ANO-HOJE + 1
           END-IF.
           MOVE "BEGIN:VEVENT" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE AM-APELIDO TO WS-UID-CHAVE.
           PERFORM MONTA-UID-CHAVE.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "UID:ANIV-" WS-UID-CHAVE(1:WS-TAM)
               "@CADASTRO-AMIGOS" DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           PERFORM GRAVA-DTSTAMP.
           MOVE AM-DATANASC1(5:4) TO WS-ICAL-ANO.
           MOVE AM-MES TO WS-ICAL-MES.
           MOVE AM-DIA TO WS-ICAL-DIA.
           MOVE WS-DATA-ICAL TO WC-DTSTART.
           WRITE CALENDARIO-REC FROM WS-LINHA-DTSTART.
           IF AM-MES = 02 AND AM-DIA = 29
               MOVE "RRULE:FREQ=YEARLY;BYMONTH=2;BYMONTHDAY=-1"
                   TO CALENDARIO-REC
               WRITE CALENDARIO-REC
           ELSE
               MOVE "RRULE:FREQ=YEARLY" TO CALENDARIO-REC
               WRITE CALENDARIO-REC
           END-IF.
           MOVE AM-NOME TO WS-TEXTO-ENTRA.
           PERFORM ESCAPA-TEXTO.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "SUMMARY:ANIVERSARIO DE " WS-TEXTO-SAI
               DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "DESCRIPTION:" FUNCTION TRIM(AM-APELIDO)
               " COMPLETA " FUNCTION TRIM(WS-IDADE-EDIT)
               " ANOS EM " WS-ANO-PROXIMO
               DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           MOVE "TRANSP:TRANSPARENT" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE "END:VEVENT" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           ADD 1 TO WS-CONT-ANIVER.
      *-----------------------------------------------------------------
       EXPORTA-EVENTOS.
           MOVE "N" TO WS-FIM-EVENTOS.
           MOVE LOW-VALUES TO EV-CODIGO.
           START EVENTOS-MASTER KEY NOT < EV-CODIGO
               INVALID KEY
                   SET FIM-EVENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-EVENTOS
               READ EVENTOS-MASTER NEXT RECORD
                   AT END
                       SET FIM-EVENTOS TO TRUE
                   NOT AT END
                       IF EV-DATA NOT = ZEROS
                           PERFORM TESTA-EVENTO THRU TESTA-EVENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      * COM AMIGO INFORMADO, SO OS EVENTOS QUE ELE CONFIRMOU; SEM AMIGO
      * E COM GRUPO, SO OS EVENTOS COM ALGUM CONVIDADO DO GRUPO.
       TESTA-EVENTO.
           IF WS-APELIDO-FILTRO NOT = SPACES
               IF NOT CONVITES-ABERTO
                   GO TO TESTA-EVENTO-FIM
               END-IF
               MOVE EV-CODIGO TO CV-EVENTO
               MOVE WS-APELIDO-FILTRO TO CV-APELIDO
               READ CONVITES-MASTER
                   INVALID KEY
                       GO TO TESTA-EVENTO-FIM
               END-READ
               IF NOT CV-CONFIRMADO
                   GO TO TESTA-EVENTO-FIM
               END-IF
           ELSE
               IF WS-GRUPO-FILTRO NOT = SPACES
                   PERFORM PROCURA-CONVIDADO-GRUPO
                   IF NOT ACHOU-GRUPO
                       GO TO TESTA-EVENTO-FIM
                   END-IF
               END-IF
           END-IF.
           PERFORM GRAVA-EVENTO.
       TESTA-EVENTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       PROCURA-CONVIDADO-GRUPO.
           SET ACHOU-GRUPO TO FALSE.
           IF CONVITES-ABERTO AND AMIGRUP-ABERTO
               MOVE "N" TO WS-FIM-CONVITES
               MOVE EV-CODIGO TO CV-EVENTO
               MOVE LOW-VALUES TO CV-APELIDO
               START CONVITES-MASTER KEY NOT < CV-CHAVE
                   INVALID KEY
                       SET FIM-CONVITES TO TRUE
               END-START
               PERFORM UNTIL FIM-CONVITES OR ACHOU-GRUPO
                   READ CONVITES-MASTER NEXT RECORD
                       AT END
                           SET FIM-CONVITES TO TRUE
                       NOT AT END
                           IF CV-EVENTO NOT = EV-CODIGO
                               SET FIM-CONVITES TO TRUE
                           ELSE
                               PERFORM CONFERE-GRUPO-CONVIDADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       CONFERE-GRUPO-CONVIDADO.
           MOVE CV-APELIDO TO AG-APELIDO.
           MOVE WS-GRUPO-FILTRO TO AG-GRUPO.
           READ AMIGRUP-MASTER
               NOT INVALID KEY
                   SET ACHOU-GRUPO TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       GRAVA-EVENTO.
           MOVE "BEGIN:VEVENT" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           MOVE EV-CODIGO TO WS-UID-CHAVE.
           PERFORM MONTA-UID-CHAVE.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "UID:EVEN-" WS-UID-CHAVE(1:WS-TAM)
               "@CADASTRO-AMIGOS" DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           PERFORM GRAVA-DTSTAMP.
           MOVE EV-DATA(5:4) TO WS-ICAL-ANO.
           MOVE EV-DATA(3:2) TO WS-ICAL-MES.
           MOVE EV-DATA(1:2) TO WS-ICAL-DIA.
           MOVE WS-DATA-ICAL TO WC-DTSTART.
           WRITE CALENDARIO-REC FROM WS-LINHA-DTSTART.
           MOVE EV-DESCRICAO TO WS-TEXTO-ENTRA.
           PERFORM ESCAPA-TEXTO.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "SUMMARY:" WS-TEXTO-SAI
               DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           IF EV-LOCAL NOT = SPACES
               MOVE EV-LOCAL TO WS-TEXTO-ENTRA
               PERFORM ESCAPA-TEXTO
               MOVE SPACES TO WS-LINHA-ICAL
               STRING "LOCATION:" WS-TEXTO-SAI
                   DELIMITED BY SIZE INTO WS-LINHA-ICAL
               WRITE CALENDARIO-REC FROM WS-LINHA-ICAL
           END-IF.
           MOVE SPACES TO WS-LINHA-ICAL.
           STRING "DESCRIPTION:EVENTO " EV-CODIGO
               DELIMITED BY SIZE INTO WS-LINHA-ICAL.
           WRITE CALENDARIO-REC FROM WS-LINHA-ICAL.
           MOVE "END:VEVENT" TO CALENDARIO-REC.
           WRITE CALENDARIO-REC.
           ADD 1 TO WS-CONT-EVENTOS.
      *-----------------------------------------------------------------
       GRAVA-DTSTAMP.
           MOVE WS-HOJE TO WC-STAMP-DATA.
           MOVE WS-HORA-HOJE TO WC-STAMP-HORA.
           WRITE CALENDARIO-REC FROM WS-LINHA-DTSTAMP.
      *-----------------------------------------------------------------
      * CHAVE DO UID SEM BRANCOS: OS BRANCOS INTERNOS VIRAM "-".
       MONTA-UID-CHAVE.
           COMPUTE WS-TAM =
               FUNCTION LENGTH(FUNCTION TRIM(WS-UID-CHAVE TRAILING)).
           INSPECT WS-UID-CHAVE(1:WS-TAM) REPLACING ALL " " BY "-".
      *-----------------------------------------------------------------
      * TEXTO DO ICALENDAR: VIRGULA, PONTO E VIRGULA E BARRA INVERTIDA
      * PRECISAM DE UMA BARRA INVERTIDA NA FRENTE.
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
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN INPUT AMIGRUP-MASTER.
           IF WS-FS-AMIGRUP = "00"
               SET AMIGRUP-ABERTO TO TRUE
           END-IF.
           OPEN INPUT EVENTOS-MASTER.
           IF WS-FS-EVENTOS = "00"
               SET EVENTOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT CONVITES-MASTER.
           IF WS-FS-CONVITES = "00"
               SET CONVITES-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT ARQ-CALENDARIO.
