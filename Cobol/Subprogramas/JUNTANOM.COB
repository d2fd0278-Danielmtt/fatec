       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUNTANOM.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * JUNTA OS NOMES DOS MORADORES DE UM MESMO  *
      * ENDERECO EM UMA SO LINHA: "JOAO E MARIA   *
      * SILVA" QUANDO O SOBRENOME E O MESMO,      *
      * "JOAO SILVA E MARIA SOUZA" QUANDO NAO E.  *
      * SE NAO COUBER NO TAMANHO PEDIDO, USA      *
      * "FAMILIA SILVA" OU "JOAO SILVA E FAMILIA".*
      * DEVOLVE TAMBEM SO OS PRIMEIROS NOMES.     *
      * USADO POR ETIQUETA E CARTAS.              *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-QTD                  PIC 9(02) VALUE ZEROS.
       01  WS-LIMITE               PIC 9(02) VALUE ZEROS.
       01  WS-IND                  PIC 9(02) VALUE ZEROS.
       01  WS-POS                  PIC 9(02) VALUE ZEROS.
       01  WS-LEN                  PIC 9(02) VALUE ZEROS.
       01  WS-K                    PIC 9(02) VALUE ZEROS.
       01  WS-NOME-TRAB            PIC X(30) VALUE SPACES.
       01  WS-TABELA-PARTES.
           05  WS-PARTES OCCURS 6 TIMES.
               10  WS-PRIMEIRO     PIC X(30).
               10  WS-RESTO        PIC X(30).
               10  WS-ULTIMO       PIC X(30).
               10  WS-PARTE        PIC X(30).
       01  WS-SOBRENOME            PIC X(30) VALUE SPACES.
       01  WS-SAIDA                PIC X(200) VALUE SPACES.
       01  WS-PONT                 PIC 9(03) VALUE ZEROS.
       01  WS-TAM-SAIDA            PIC 9(03) VALUE ZEROS.
       01  WS-MESMO-RESTO          PIC X VALUE "N".
           88 MESMO-RESTO              VALUE "S" FALSE "N".
       01  WS-MESMO-ULTIMO         PIC X VALUE "N".
           88 MESMO-ULTIMO             VALUE "S" FALSE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "JUNTAPRM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING JUNTA-PARAMETROS.
       INICIO.
           MOVE SPACES TO JP-NOME-JUNTO JP-PRIMEIROS.
           MOVE JP-QTD-NOMES TO WS-QTD.
           IF WS-QTD = ZEROS
               GO TO FIM.
           IF WS-QTD > 6
               MOVE 6 TO WS-QTD.
           MOVE JP-TAMANHO TO WS-LIMITE.
           IF WS-LIMITE = ZEROS OR WS-LIMITE > 60
               MOVE 60 TO WS-LIMITE.
           MOVE SPACES TO WS-TABELA-PARTES.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-QTD
               PERFORM SEPARA-NOME THRU SEPARA-NOME-FIM
           END-PERFORM.
           IF WS-QTD = 1
               MOVE JP-NOME (1) TO JP-NOME-JUNTO
               MOVE WS-PRIMEIRO (1) TO JP-PRIMEIROS
               GO TO CORTA-LIMITE.
           PERFORM CONFERE-SOBRENOMES.
           PERFORM MONTA-PRIMEIROS.
           PERFORM MONTA-NOME-JUNTO THRU MONTA-NOME-JUNTO-FIM.
       CORTA-LIMITE.
           IF WS-LIMITE < 60
               MOVE SPACES TO JP-NOME-JUNTO (WS-LIMITE + 1:)
               MOVE SPACES TO JP-PRIMEIROS (WS-LIMITE + 1:)
           END-IF.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
      * PRIMEIRO NOME, RESTO DO NOME (DEPOIS DO PRIMEIRO) E ULTIMO
      * NOME DO MORADOR WS-IND. NOME DE UMA PALAVRA SO NAO TEM RESTO.
       SEPARA-NOME.
           MOVE FUNCTION TRIM(JP-NOME (WS-IND)) TO WS-NOME-TRAB.
           IF WS-NOME-TRAB = SPACES
               GO TO SEPARA-NOME-FIM.
           COMPUTE WS-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-TRAB)).
           MOVE ZEROS TO WS-POS.
           INSPECT WS-NOME-TRAB TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-NOME-TRAB(1:WS-POS) TO WS-PRIMEIRO (WS-IND).
           IF WS-POS NOT < WS-LEN
               GO TO SEPARA-NOME-FIM.
           MOVE FUNCTION TRIM(WS-NOME-TRAB(WS-POS + 1:))
               TO WS-RESTO (WS-IND).
           MOVE WS-LEN TO WS-K.
           PERFORM UNTIL WS-NOME-TRAB(WS-K:1) = SPACE
               SUBTRACT 1 FROM WS-K
           END-PERFORM.
           MOVE WS-NOME-TRAB(WS-K + 1:WS-LEN - WS-K)
               TO WS-ULTIMO (WS-IND).
       SEPARA-NOME-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONFERE-SOBRENOMES.
           SET MESMO-RESTO TO FALSE.
           SET MESMO-ULTIMO TO FALSE.
           IF WS-RESTO (1) NOT = SPACES
               SET MESMO-RESTO TO TRUE
               SET MESMO-ULTIMO TO TRUE
           END-IF.
           PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > WS-QTD
               IF WS-RESTO (WS-IND) NOT = WS-RESTO (1)
                   SET MESMO-RESTO TO FALSE
               END-IF
               IF WS-ULTIMO (WS-IND) NOT = WS-ULTIMO (1)
                   SET MESMO-ULTIMO TO FALSE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       MONTA-PRIMEIROS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-QTD
               MOVE WS-PRIMEIRO (WS-IND) TO WS-PARTE (WS-IND)
           END-PERFORM.
           MOVE SPACES TO WS-SOBRENOME.
           PERFORM JUNTA-PARTES.
           IF WS-TAM-SAIDA > WS-LIMITE
               STRING FUNCTION TRIM(WS-PRIMEIRO (1)) " E FAMILIA"
                   DELIMITED BY SIZE INTO JP-PRIMEIROS
           ELSE
               MOVE WS-SAIDA TO JP-PRIMEIROS
           END-IF.
      *-----------------------------------------------------------------
       MONTA-NOME-JUNTO.
      *    1) "JOAO E MARIA DA SILVA" - MESMO NOME DEPOIS DO PRIMEIRO;
      *    2) "JOAO E MARIA SILVA"    - MESMO ULTIMO NOME;
      *    3) "JOAO SILVA E MARIA SOUZA" - NOMES COMPLETOS.
           EVALUATE TRUE
               WHEN MESMO-RESTO
                   MOVE WS-RESTO (1) TO WS-SOBRENOME
               WHEN MESMO-ULTIMO
                   MOVE WS-ULTIMO (1) TO WS-SOBRENOME
               WHEN OTHER
                   MOVE SPACES TO WS-SOBRENOME
                   PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD
                       MOVE JP-NOME (WS-IND) TO WS-PARTE (WS-IND)
                   END-PERFORM
           END-EVALUATE.
           PERFORM JUNTA-PARTES.
           IF WS-TAM-SAIDA NOT > WS-LIMITE
               MOVE WS-SAIDA TO JP-NOME-JUNTO
               GO TO MONTA-NOME-JUNTO-FIM.
      *    NAO COUBE: "FAMILIA SILVA" OU "JOAO SILVA E FAMILIA".
           MOVE SPACES TO WS-SAIDA.
           IF MESMO-RESTO OR MESMO-ULTIMO
               STRING "FAMILIA " FUNCTION TRIM(WS-ULTIMO (1))
                   DELIMITED BY SIZE INTO WS-SAIDA
               MOVE WS-SAIDA TO JP-NOME-JUNTO
               GO TO MONTA-NOME-JUNTO-FIM.
           STRING FUNCTION TRIM(JP-NOME (1)) " E FAMILIA"
               DELIMITED BY SIZE INTO WS-SAIDA.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-SAIDA)) > WS-LIMITE
               MOVE SPACES TO WS-SAIDA
               STRING FUNCTION TRIM(WS-PRIMEIRO (1)) " "
                   FUNCTION TRIM(WS-ULTIMO (1)) " E FAMILIA"
                   DELIMITED BY SIZE INTO WS-SAIDA
           END-IF.
           MOVE WS-SAIDA TO JP-NOME-JUNTO.
       MONTA-NOME-JUNTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
      * "A, B E C" + SOBRENOME (SE HOUVER) EM WS-SAIDA.
       JUNTA-PARTES.
           MOVE SPACES TO WS-SAIDA.
           MOVE 1 TO WS-PONT.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-QTD
               IF WS-IND > 1
                   IF WS-IND = WS-QTD
                       STRING " E " DELIMITED BY SIZE
                           INTO WS-SAIDA WITH POINTER WS-PONT
                   ELSE
                       STRING ", " DELIMITED BY SIZE
                           INTO WS-SAIDA WITH POINTER WS-PONT
                   END-IF
               END-IF
               STRING FUNCTION TRIM(WS-PARTE (WS-IND))
                   DELIMITED BY SIZE INTO WS-SAIDA WITH POINTER WS-PONT
           END-PERFORM.
           IF WS-SOBRENOME NOT = SPACES
               STRING " " FUNCTION TRIM(WS-SOBRENOME)
                   DELIMITED BY SIZE INTO WS-SAIDA WITH POINTER WS-PONT
           END-IF.
           COMPUTE WS-TAM-SAIDA = WS-PONT - 1.
