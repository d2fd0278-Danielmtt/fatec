       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADEIA.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CALCULA O VERIFICADOR DE UM REGISTRO DO   *
      * AMIGOS.LOG: DOIS HASHES DAS POSICOES 1 A  *
      * 203 DO REGISTRO (DATA ATE A SEQUENCIA),   *
      * CADA UM PARTINDO DE UMA METADE DO         *
      * VERIFICADOR DO REGISTRO ANTERIOR, DE MODO *
      * QUE ALTERAR, TIRAR OU INTERCALAR UMA      *
      * LINHA QUEBRA O ELO DAS SEGUINTES.         *
      * CHAMADO POR GRAVAUDI, VERIFLOG E AMIGANON.*
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-1               PIC 9(09) VALUE ZEROS.
       01  WS-HASH-2               PIC 9(09) VALUE ZEROS.
       01  WS-IND                  PIC 9(03) VALUE ZEROS.
       01  WS-TAM-CONTEUDO         PIC 9(03) VALUE 203.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       COPY "CADEPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CADEIA-PARAMETROS.
       INICIO.
           COMPUTE WS-HASH-1 = CD-VERIF-ANTERIOR / 1000000000.
           COMPUTE WS-HASH-2 =
               FUNCTION MOD(CD-VERIF-ANTERIOR, 1000000000).
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-TAM-CONTEUDO
               COMPUTE WS-HASH-1 = FUNCTION MOD(WS-HASH-1 * 31
                   + FUNCTION ORD(CD-REGISTRO(WS-IND:1)),
                   999999937)
               COMPUTE WS-HASH-2 = FUNCTION MOD(WS-HASH-2 * 37
                   + FUNCTION ORD(CD-REGISTRO(WS-IND:1)) + WS-IND,
                   999999929)
           END-PERFORM.
           COMPUTE CD-VERIFICADOR =
               WS-HASH-1 * 1000000000 + WS-HASH-2.
       FIM.
           GOBACK.
