      * CADA APELIDO ESCOLHIDO GRAVA EM           *
      * INTERCAM.DAT O REGISTRO MESTRE ("A") E    *
      * TODOS OS TELEFONES ("F"), ENDERECO ("E")  *
      * E GRUPOS ("G"), COM TRAILER DE CONTAGENS  *
      * ("T"). TELEFONES E ENDERECOS VAO COM O    *
      * PAIS E OS CAMPOS DO EXTERIOR. A CARGA NO  *
      * DESTINO E FEITA PELO PROGRAMA AMIGIMP.    *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT ARQ-INTERCAM ASSIGN TO "INTERCAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS STANDARD.
       01  INTERCAM-REC.
           05  IT-TIPO             PIC X(01).
           05  IT-DADOS            PIC X(125).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 APELIDO            PIC X(12) VALUE SPACES.
           88 ENDER-ABERTO       VALUE "S".
       01 WS-AMIGRUP-ABERTO  PIC X VALUE "N".
           88 AMIGRUP-ABERTO     VALUE "S".
       01 WS-FIM-AMIGRUP     PIC X VALUE "N".
           88 FIM-AMIGRUP        VALUE "S".
       01 WS-CONT-AMIGOS     PIC 9(04) VALUE ZEROS.
       01 WS-CONT-FONES      PIC 9(04) VALUE ZEROS.
       01 WS-CONT-ENDER      PIC 9(04) VALUE ZEROS.
           END-IF.
      *-----------------------------------------------------------------
       EXPORTA-GRUPO.
      *    EXPORTA TODAS AS PARTICIPACOES DO AMIGO EM GRUPOS.
           IF AMIGRUP-ABERTO
               MOVE "N" TO WS-FIM-AMIGRUP
               MOVE APELIDO TO AG-APELIDO
               MOVE LOW-VALUES TO AG-GRUPO
               START AMIGRUP-MASTER KEY NOT < AG-CHAVE
                   INVALID KEY
                       SET FIM-AMIGRUP TO TRUE
               END-START
               PERFORM UNTIL FIM-AMIGRUP
                   READ AMIGRUP-MASTER NEXT RECORD
                       AT END
                           SET FIM-AMIGRUP TO TRUE
                       NOT AT END
                           IF AG-APELIDO NOT = APELIDO
                               SET FIM-AMIGRUP TO TRUE
                           ELSE
                               MOVE SPACES TO INTERCAM-REC
                               MOVE "G" TO IT-TIPO
                               MOVE AMIGRUP-REC TO IT-DADOS
                               WRITE INTERCAM-REC
                               ADD 1 TO WS-CONT-GRUPOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
