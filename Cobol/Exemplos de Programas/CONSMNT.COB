       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMNT.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * MANUTENCAO DO CONSENTIMENTO DO AMIGO PARA *
      * CADA FINALIDADE DE COMUNICACAO: CARTAS E  *
      * ETIQUETAS, EMAIL DE ANIVERSARIO E         *
      * CONVITES. MOSTRA A SITUACAO ATUAL DAS     *
      * TRES E GRAVA CADA CONCESSAO OU RETIRADA   *
      * COMO REGISTRO NOVO EM CONSENT.DAT (O      *
      * HISTORICO FICA), COM A DATA, O MEIO E O   *
      * OPERADOR. CADA MUDANCA VAI PARA A         *
      * AUDITORIA (AMIGOS.LOG) COMO OPERACAO C.   *
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
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-AMIGOS.
           SELECT CONSENT-MASTER ASSIGN TO "CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-CONSENT.
           SELECT ARQ-SESSAO ASSIGN TO "OPERSESS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSAO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  AMIGOS-MASTER
           LABEL RECORDS STANDARD.
       COPY "AMIGOSR.CPY".

       FD  CONSENT-MASTER
           LABEL RECORDS STANDARD.
       COPY "CONSENTR.CPY".

       FD  ARQ-SESSAO
           LABEL RECORDS STANDARD.
       01  SESSAO-REC.
           05  SE-OPERADOR         PIC X(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO           PIC X(12) VALUE SPACES.
       01 FINALIDADE        PIC X(01) VALUE SPACES.
       01 CONSENTE          PIC X(01) VALUE SPACES.
       01 MEIO              PIC X(01) VALUE SPACES.
       01 DATACONS.
           03 DIA           PIC 99.
           03 MES           PIC 9(02).
           03 ANO.
               05 MIL       PIC 9.
               05 SEC       PIC 9.
               05 DEC       PIC 99.
           03 ANO-NUM REDEFINES ANO PIC 9(04).
       01 DATACONS-NUM REDEFINES DATACONS PIC 9(08).
       01 WS-FS-AMIGOS      PIC XX VALUE SPACES.
       01 WS-FS-CONSENT     PIC XX VALUE SPACES.
       01 WS-FS-SESSAO      PIC XX VALUE SPACES.
       01 WS-OPERADOR       PIC X(03) VALUE SPACES.
       01 WS-MENSAGEM       PIC X(40) VALUE SPACES.
       01 WS-DATA-MASC      PIC X(10) VALUE SPACES.
       01 WS-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-NOVA      PIC 9(08) VALUE ZEROS.
       01 WS-LINHA          PIC 9(02) VALUE ZEROS.
       01 WS-IND            PIC 9(01) VALUE ZEROS.
       01 FINALIDADE-LIDA   PIC X(01) VALUE SPACES.
       01 WS-FIN-DESC       PIC X(22) VALUE SPACES.
       01 WS-SIT-DESC       PIC X(16) VALUE SPACES.
       01 WS-MEIO-DESC      PIC X(10) VALUE SPACES.
       01 WS-TAB-FINALIDADES.
           05 FILLER        PIC X(01) VALUE "C".
           05 FILLER        PIC X(01) VALUE "E".
           05 FILLER        PIC X(01) VALUE "V".
       01 WS-TAB-FIN REDEFINES WS-TAB-FINALIDADES.
           05 WS-FIN-COD    PIC X(01) OCCURS 3 TIMES.
       01 WS-CONS-ATUAL     PIC X(42) VALUE SPACES.
       01 WS-VALOR-ANTES    PIC X(81) VALUE SPACES.
       01 WS-VALOR-DEPOIS   PIC X(81) VALUE SPACES.
       01 WS-ACHOU-ATUAL    PIC X VALUE "N".
           88 ACHOU-ATUAL       VALUE "S" FALSE "N".
       01 WS-FIM-ARQ        PIC X VALUE "N".
           88 FIM-ARQ           VALUE "S" FALSE "N".
       77 WS-DATA-VALIDA    PIC X VALUE "N".
           88 DATA-VALIDA       VALUE "S" FALSE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-OPERADOR             PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR.
       INICIO.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WS-OPERADOR
           END-IF.
           IF WS-OPERADOR = SPACES
               PERFORM LE-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
           PERFORM ABRIR-ARQUIVOS.
           DISPLAY (02, 25) "CONSENTIMENTO DE COMUNICACAO".
           DISPLAY (05, 10) "APELIDO   :".
           DISPLAY (07, 10) "FINALIDADE".
           DISPLAY (07, 32) "SITUACAO".
           DISPLAY (07, 50) "DESDE".
           DISPLAY (07, 62) "MEIO".
           DISPLAY (07, 74) "OPER".
           DISPLAY (13, 10) "FINALIDADE (C, E OU V; BRANCO = SAIR) :".
           DISPLAY (14, 10) "CONSENTE (S=SIM, N=NAO)                :".
           DISPLAY (15, 10) "DATA (DDMMAAAA, ZEROS = HOJE)          :".
           DISPLAY (16, 10)
               "MEIO (F=FORMULARIO, E=EMAIL, T=TELEFONE, P=PESSOAL) :".
       ROT-APELIDO.
           ACCEPT (05, 22) APELIDO.
           IF APELIDO = SPACES
               GO TO ROT-APELIDO.
           MOVE APELIDO TO AM-APELIDO.
           READ AMIGOS-MASTER
               INVALID KEY
                   MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                   DISPLAY (23, 01) WS-MENSAGEM
                   GO TO ROT-APELIDO
               NOT INVALID KEY
                   IF AM-REG-INATIVO
                       MOVE "APELIDO NAO ENCONTRADO" TO WS-MENSAGEM
                       DISPLAY (23, 01) WS-MENSAGEM
                       GO TO ROT-APELIDO
                   END-IF
           END-READ.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (05, 36) AM-NOME.
           PERFORM EXIBE-SITUACOES.
       ROT-FINALIDADE.
           MOVE SPACES TO FINALIDADE CONSENTE MEIO.
           ACCEPT (13, 50) FINALIDADE.
           IF FINALIDADE = SPACES
               GO TO ENCERRA.
           MOVE FINALIDADE TO CS-FINALIDADE.
           IF NOT CS-FINALIDADE-VALIDA
               DISPLAY (23, 01) "FINALIDADE INVALIDA - USE C, E OU V"
               GO TO ROT-FINALIDADE.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-CONSENTE.
           ACCEPT (14, 50) CONSENTE.
           MOVE CONSENTE TO CS-SITUACAO.
           IF NOT CS-SITUACAO-VALIDA
               DISPLAY (23, 01) "RESPONDA S OU N"
               GO TO ROT-CONSENTE.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-DATA.
           MOVE ZEROS TO DATACONS-NUM.
           ACCEPT (15, 50) DATACONS.
           IF DATACONS-NUM = ZEROS
               MOVE WS-HOJE TO WS-DATA-NOVA
               GO TO ROT-MEIO.
           PERFORM VALIDA-DATA.
           IF NOT DATA-VALIDA
               DISPLAY (23, 01) "DATA INVALIDA"
               GO TO ROT-DATA.
           MOVE ANO-NUM TO WS-DATA-NOVA(1:4).
           MOVE MES TO WS-DATA-NOVA(5:2).
           MOVE DIA TO WS-DATA-NOVA(7:2).
           IF WS-DATA-NOVA > WS-HOJE
               DISPLAY (23, 01) "DATA NAO PODE SER FUTURA"
               GO TO ROT-DATA.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
       ROT-MEIO.
           ACCEPT (16, 64) MEIO.
           MOVE MEIO TO CS-MEIO.
           IF NOT CS-MEIO-VALIDO
               DISPLAY (23, 01) "MEIO INVALIDO - USE F, E, T OU P"
               GO TO ROT-MEIO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           PERFORM GRAVA-CONSENTIMENTO THRU GRAVA-CONSENTIMENTO-FIM.
           PERFORM EXIBE-SITUACOES.
           GO TO ROT-FINALIDADE.
       ENCERRA.
           CLOSE AMIGOS-MASTER CONSENT-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
      * O REGISTRO NOVO NAO ALTERA OS ANTERIORES; A IMAGEM DA SITUACAO
      * QUE VALIA ANTES (OU BRANCOS) VAI PARA A AUDITORIA COM A NOVA.
       GRAVA-CONSENTIMENTO.
           MOVE FINALIDADE TO CS-FINALIDADE.
           PERFORM LE-ATUAL.
           MOVE SPACES TO WS-VALOR-ANTES WS-VALOR-DEPOIS.
           IF ACHOU-ATUAL
               MOVE WS-CONS-ATUAL TO WS-VALOR-ANTES
           END-IF.
           MOVE APELIDO TO CS-APELIDO.
           MOVE FINALIDADE TO CS-FINALIDADE.
           MOVE WS-DATA-NOVA TO CS-DATA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO CS-HORA.
           MOVE CONSENTE TO CS-SITUACAO.
           MOVE MEIO TO CS-MEIO.
           MOVE WS-OPERADOR TO CS-OPERADOR.
           MOVE WS-HOJE TO CS-DATA-REGISTRO.
           WRITE CONSENT-REC
               INVALID KEY
                   DISPLAY (23, 01) "ERRO AO GRAVAR CONSENTIMENTO"
                   GO TO GRAVA-CONSENTIMENTO-FIM
           END-WRITE.
           MOVE CONSENT-REC TO WS-VALOR-DEPOIS.
           CALL "GRAVAUDI" USING APELIDO "C"
               WS-VALOR-ANTES WS-VALOR-DEPOIS WS-OPERADOR.
           IF CONSENTE = "S"
               DISPLAY (23, 01) "CONSENTIMENTO REGISTRADO"
           ELSE
               DISPLAY (23, 01) "RETIRADA REGISTRADA"
           END-IF.
       GRAVA-CONSENTIMENTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       EXIBE-SITUACOES.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
               COMPUTE WS-LINHA = WS-IND + 7
               MOVE WS-FIN-COD (WS-IND) TO CS-FINALIDADE
               PERFORM LE-ATUAL
               PERFORM EXIBE-FINALIDADE
           END-PERFORM.
      *-----------------------------------------------------------------
       EXIBE-FINALIDADE.
           EVALUATE WS-FIN-COD (WS-IND)
               WHEN "C"
                   MOVE "C - CARTAS/ETIQUETAS" TO WS-FIN-DESC
               WHEN "E"
                   MOVE "E - EMAIL ANIVERSARIO" TO WS-FIN-DESC
               WHEN "V"
                   MOVE "V - CONVITES" TO WS-FIN-DESC
           END-EVALUATE.
           MOVE SPACES TO WS-SIT-DESC WS-DATA-MASC WS-MEIO-DESC.
           IF NOT ACHOU-ATUAL
               MOVE "NUNCA PERGUNTADO" TO WS-SIT-DESC
               MOVE SPACES TO CS-OPERADOR
           ELSE
               MOVE WS-CONS-ATUAL TO CONSENT-REC
               IF CS-CONCEDIDO
                   MOVE "CONCEDIDO" TO WS-SIT-DESC
               ELSE
                   MOVE "RETIRADO" TO WS-SIT-DESC
               END-IF
               STRING CS-DATA(7:2) "/" CS-DATA(5:2) "/" CS-DATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-MASC
               EVALUATE TRUE
                   WHEN CS-MEIO-FORMULARIO
                       MOVE "FORMULARIO" TO WS-MEIO-DESC
                   WHEN CS-MEIO-EMAIL
                       MOVE "EMAIL" TO WS-MEIO-DESC
                   WHEN CS-MEIO-TELEFONE
                       MOVE "TELEFONE" TO WS-MEIO-DESC
                   WHEN CS-MEIO-PESSOAL
                       MOVE "PESSOAL" TO WS-MEIO-DESC
               END-EVALUATE
           END-IF.
           DISPLAY (WS-LINHA, 10) WS-FIN-DESC.
           DISPLAY (WS-LINHA, 32) WS-SIT-DESC.
           DISPLAY (WS-LINHA, 50) WS-DATA-MASC.
           DISPLAY (WS-LINHA, 62) WS-MEIO-DESC.
           DISPLAY (WS-LINHA, 74) CS-OPERADOR.
      *-----------------------------------------------------------------
      * ULTIMO REGISTRO DO APELIDO NA FINALIDADE EM CS-FINALIDADE.
       LE-ATUAL.
           SET ACHOU-ATUAL TO FALSE.
           MOVE SPACES TO WS-CONS-ATUAL.
           SET FIM-ARQ TO FALSE.
           MOVE APELIDO TO CS-APELIDO.
           MOVE ZEROS TO CS-DATA CS-HORA.
           START CONSENT-MASTER KEY NOT < CS-CHAVE
               INVALID KEY
                   SET FIM-ARQ TO TRUE
           END-START.
           MOVE CS-FINALIDADE TO FINALIDADE-LIDA.
           PERFORM UNTIL FIM-ARQ
               READ CONSENT-MASTER NEXT RECORD
                   AT END
                       SET FIM-ARQ TO TRUE
                   NOT AT END
                       IF CS-APELIDO NOT = APELIDO
                           OR CS-FINALIDADE NOT = FINALIDADE-LIDA
                           SET FIM-ARQ TO TRUE
                       ELSE
                           MOVE CONSENT-REC TO WS-CONS-ATUAL
                           SET ACHOU-ATUAL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       LE-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WS-FS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SE-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           IF WS-OPERADOR = SPACES
               MOVE "???" TO WS-OPERADOR
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
           IF WS-FS-AMIGOS NOT = "00"
               DISPLAY "AMIGOS.DAT NAO ENCONTRADO - EXECUTE INICIARQ"
               GOBACK
           END-IF.
           OPEN I-O CONSENT-MASTER.
           IF WS-FS-CONSENT = "35"
               OPEN OUTPUT CONSENT-MASTER
               CLOSE CONSENT-MASTER
               OPEN I-O CONSENT-MASTER
           END-IF.
      *-----------------------------------------------------------------
       VALIDA-DATA.
           SET DATA-VALIDA TO TRUE.
           IF MES < 1 OR MES > 12
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF DATA-VALIDA AND DIA < 1
               SET DATA-VALIDA TO FALSE
           END-IF.
           IF DATA-VALIDA
               EVALUATE TRUE
                   WHEN MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
                       IF DIA > 31
                           SET DATA-VALIDA TO FALSE
                       END-IF
                   WHEN MES = 04 OR 06 OR 09 OR 11
                       IF DIA > 30
                           SET DATA-VALIDA TO FALSE
                       END-IF
                   WHEN MES = 02
                       IF FUNCTION MOD(ANO-NUM, 4) = 0
                           AND (FUNCTION MOD(ANO-NUM, 100) NOT = 0
                               OR FUNCTION MOD(ANO-NUM, 400) = 0)
                           IF DIA > 29
                               SET DATA-VALIDA TO FALSE
                           END-IF
                       ELSE
                           IF DIA > 28
                               SET DATA-VALIDA TO FALSE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
