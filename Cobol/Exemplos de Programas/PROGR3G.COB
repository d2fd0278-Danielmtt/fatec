      *******************************************
      * RELATORIO IMPRESSO DO CADASTRO DE AMIGOS  *
      * QUEBRADO POR GRUPO, COM SUBTOTAL POR      *
      * GRUPO E TOTAL GERAL. O AMIGO QUE PERTENCE *
      * A VARIOS GRUPOS SAI EM CADA UM DELES; O   *
      * RODAPE CONCILIA O TOTAL DE LINHAS COM OS  *
      * AMIGOS DISTINTOS E AS REPETICOES.         *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
           SELECT RELATORIO ASSIGN TO "AMIGRUPO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
           88 FIM-AMIGOS         VALUE "S".
       01 WS-FIM-GRUPOS      PIC X VALUE "N".
           88 FIM-GRUPOS         VALUE "S".
       01 WS-FIM-AMIGRUP     PIC X VALUE "N".
           88 FIM-AMIGRUP        VALUE "S".
       01 WS-ARQS-OK         PIC X VALUE "N".
           88 ARQS-OK            VALUE "S".
       01 WS-GRUPO-ALVO      PIC X(03) VALUE SPACES.
       01 WS-MASCAR1         PIC *9/99/9999.
       01 WS-CONT-GRUPO      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-GERAL      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PARTIC     PIC 9(03) VALUE ZEROS.
       01 WS-CONT-DISTINTOS  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-REPETICOES PIC 9(05) VALUE ZEROS.

       01 WS-LINHA-CABEC1.
           05  FILLER PIC X(30) VALUE "CADASTRO DE AMIGOS POR GRUPO".
           05  FILLER             PIC X(18)
               VALUE "TOTAL GERAL     : ".
           05  WS-TOTAL           PIC ZZZZ9.
       01 WS-LINHA-CONCILIA.
           05  WC-DESCRICAO       PIC X(34).
           05  WC-QTDE            PIC ZZZZ9.
       01 WS-LINHA-BRANCO        PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "N" TO WS-FIM-AMIGOS WS-FIM-GRUPOS WS-ARQS-OK.
           MOVE ZEROS TO WS-CONT-GERAL WS-CONT-DISTINTOS
               WS-CONT-REPETICOES.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF ARQS-OK
               WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1
               PERFORM LISTA-SEM-GRUPO
               MOVE WS-CONT-GERAL TO WS-TOTAL
               WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL
               PERFORM IMPRIME-CONCILIACAO
           END-IF.
           DISPLAY "RELATORIO GERADO: " WS-CONT-GERAL " REGISTRO(S)".
           PERFORM FECHAR-ARQUIVOS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOT.
      *-----------------------------------------------------------------
       TESTA-GRUPO-AMIGO.
           IF GRUPO-SEM-CLASSIF
               PERFORM CONTA-GRUPOS-AMIGO
               ADD 1 TO WS-CONT-DISTINTOS
               IF WS-CONT-PARTIC = ZEROS
                   PERFORM IMPRIME-DETALHE
               ELSE
                   COMPUTE WS-CONT-REPETICOES =
                       WS-CONT-REPETICOES + WS-CONT-PARTIC - 1
               END-IF
           ELSE
               MOVE AM-APELIDO TO AG-APELIDO
               MOVE WS-GRUPO-ALVO TO AG-GRUPO
               READ AMIGRUP-MASTER
                   INVALID KEY
                       SET TEM-CLASSIF TO FALSE
                   NOT INVALID KEY
                       SET TEM-CLASSIF TO TRUE
               END-READ
               IF TEM-CLASSIF
                   PERFORM IMPRIME-DETALHE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       CONTA-GRUPOS-AMIGO.
      *    SO CONTAM OS GRUPOS QUE EXISTEM NA TABELA, QUE SAO OS QUE
      *    TEM SECAO NO RELATORIO (O INTEGRID APONTA OS DEMAIS).
           MOVE ZEROS TO WS-CONT-PARTIC.
           MOVE "N" TO WS-FIM-AMIGRUP.
           MOVE AM-APELIDO TO AG-APELIDO.
           MOVE LOW-VALUES TO AG-GRUPO.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-AMIGRUP TO TRUE
           END-START.
           PERFORM UNTIL FIM-AMIGRUP
               READ AMIGRUP-MASTER NEXT RECORD
                   AT END
                       SET FIM-AMIGRUP TO TRUE
                   NOT AT END
                       IF AG-APELIDO NOT = AM-APELIDO
                           SET FIM-AMIGRUP TO TRUE
                       ELSE
                           MOVE AG-GRUPO TO GR-CODIGO
                           READ GRUPOS-MASTER
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-PARTIC
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       IMPRIME-CONCILIACAO.
      *    TOTAL GERAL = AMIGOS DISTINTOS + REPETICOES.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE "AMIGOS ATIVOS DISTINTOS         : " TO WC-DESCRICAO.
           MOVE WS-CONT-DISTINTOS TO WC-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIA.
           MOVE "REPETICOES (AMIGO EM + DE 1 GR.): " TO WC-DESCRICAO.
           MOVE WS-CONT-REPETICOES TO WC-QTDE.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CONCILIA.
      *-----------------------------------------------------------------
       IMPRIME-DETALHE.
           CALL "FORMATDT" USING AM-DATANASC1 WS-MASCARA WS-MASCAR1.
               CLOSE AMIGOS-MASTER GRUPOS-MASTER AMIGRUP-MASTER
           END-IF.
           CLOSE RELATORIO.
           MOVE "AMIGRUPO.LST" TO RP-ARQUIVO.
           MOVE "PROGR3G" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
