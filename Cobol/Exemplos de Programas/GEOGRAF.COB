      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * DISTRIBUICAO GEOGRAFICA DOS AMIGOS        *
      * ATIVOS: QUEBRA POR PAIS (BRASIL           *
      * PRIMEIRO), DENTRO DO PAIS POR UF (NO      *
      * EXTERIOR, ESTADO OU PROVINCIA) E, DENTRO  *
      * DESTA, POR CIDADE, COM CONTAGENS E        *
      * PERCENTUAIS, AMIGOS SEM ENDERECO EM LINHA *
      * PROPRIA E FILTRO OPCIONAL POR GRUPO       *
      * (AMIGRUP). SAIDA: GEOGRAF.LST.            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT RELATORIO ASSIGN TO "GEOGRAF.LST"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-CONT-TOTAL      PIC 9(05) VALUE ZEROS.
       01 WS-CONT-SEM-ENDER  PIC 9(05) VALUE ZEROS.
       01 WS-CONT-UF         PIC 9(05) VALUE ZEROS.
       01 WS-CONT-PAIS       PIC 9(05) VALUE ZEROS.
       01 WS-IND             PIC 9(04) VALUE ZEROS.
       01 WS-IND-J           PIC 9(04) VALUE ZEROS.
       01 WS-LIMITE-J        PIC 9(04) VALUE ZEROS.
       01 WS-UF-ATUAL        PIC X(02) VALUE SPACES.
       01 WS-PAIS-ATUAL      PIC X(02) VALUE SPACES.
       01 WS-PAIS-ABERTO     PIC X VALUE "N".
           88 PAIS-ABERTO        VALUE "S".
       01 WS-PAIS-REG        PIC X(02) VALUE SPACES.
       01 WS-ORDEM-REG       PIC X(01) VALUE SPACES.
       01 WS-PCT             PIC 9(03)V9 VALUE ZEROS.
       01 WS-TROCA           PIC X(30) VALUE SPACES.
      *    WS-GEO-ORDEM: 0 = BRASIL, 1 = EXTERIOR, PARA O BRASIL SAIR
      *    PRIMEIRO E OS DEMAIS PAISES EM ORDEM DE SIGLA.
       01 WS-TABELA-GEO.
           05 WS-GEO-ENT OCCURS 500 TIMES.
               10 WS-GEO-CHAVE.
                   15 WS-GEO-ORDEM     PIC X(01).
                   15 WS-GEO-PAIS      PIC X(02).
                   15 WS-GEO-UF        PIC X(02).
                   15 WS-GEO-CIDADE    PIC X(20).
               10 WS-GEO-CONT          PIC 9(05).
           05 FILLER PIC X(42)
               VALUE "DISTRIBUICAO GEOGRAFICA DOS AMIGOS ATIVOS ".
           05 WC-GRUPO             PIC X(14).
       01 WS-LINHA-PAIS.
           05 FILLER               PIC X(07) VALUE "PAIS : ".
           05 WP-PAIS              PIC X(02).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WP-NOME              PIC X(20).
       01 WS-LINHA-UF.
           05 WU-ROTULO            PIC X(09).
           05 WU-UF                PIC X(02).
       01 WS-LINHA-CIDADE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE " %".
       01 WS-LINHA-SUBTOT.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-SUBTOT-DESC       PIC X(20).
           05 WS-SUBTOT            PIC ZZZZ9.
       01 WS-LINHA-SUBTOT-PAIS.
           05 FILLER               PIC X(22) VALUE "TOTAL DO PAIS".
           05 WS-SUBTOT-PAIS       PIC ZZZZ9.
       01 WS-LINHA-SEM.
           05 FILLER               PIC X(22) VALUE "SEM ENDERECO".
           05 WN-CONT              PIC ZZZZ9.
           05 FILLER               PIC X(22) VALUE "TOTAL GERAL".
           05 WT-TOTAL             PIC ZZZZ9.
       01 WS-LINHA-BRANCO          PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
       COPY "PAISPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ORDENA-TABELA.
           PERFORM MONTA-RELATORIO.
           CLOSE AMIGOS-MASTER ENDER-MASTER RELATORIO.
           MOVE "GEOGRAF.LST" TO RP-ARQUIVO.
           MOVE "GEOGRAF" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF AMIGRUP-ABERTO
               CLOSE AMIGRUP-MASTER
           END-IF.
                   GO TO TESTA-AMIGO-FIM
               END-IF
               MOVE AM-APELIDO TO AG-APELIDO
               MOVE WS-GRUPO-FILTRO TO AG-GRUPO
               READ AMIGRUP-MASTER
                   INVALID KEY
                       GO TO TESTA-AMIGO-FIM
               END-READ
           END-IF.
           ADD 1 TO WS-CONT-TOTAL.
           EXIT.
      *-----------------------------------------------------------------
       ACUMULA-CIDADE.
           IF EN-PAIS-BRASIL
               MOVE "BR" TO WS-PAIS-REG
               MOVE "0" TO WS-ORDEM-REG
           ELSE
               MOVE EN-PAIS TO WS-PAIS-REG
               MOVE "1" TO WS-ORDEM-REG
           END-IF.
           SET ACHOU-GEO TO FALSE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-GEO
                   OR ACHOU-GEO
               IF WS-GEO-PAIS (WS-IND) = WS-PAIS-REG
                   AND WS-GEO-UF (WS-IND) = EN-UF
                   AND WS-GEO-CIDADE (WS-IND) = EN-CIDADE
                   SET ACHOU-GEO TO TRUE
               END-IF
           ELSE
               IF WS-CONT-GEO < 500
                   ADD 1 TO WS-CONT-GEO
                   MOVE WS-ORDEM-REG TO WS-GEO-ORDEM (WS-CONT-GEO)
                   MOVE WS-PAIS-REG TO WS-GEO-PAIS (WS-CONT-GEO)
                   MOVE EN-UF TO WS-GEO-UF (WS-CONT-GEO)
                   MOVE EN-CIDADE TO WS-GEO-CIDADE (WS-CONT-GEO)
                   MOVE 1 TO WS-GEO-CONT (WS-CONT-GEO)
      *-----------------------------------------------------------------
       MONTA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CABEC1.
           MOVE SPACES TO WS-UF-ATUAL WS-PAIS-ATUAL.
           MOVE ZEROS TO WS-CONT-UF WS-CONT-PAIS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CONT-GEO
               PERFORM IMPRIME-ENTRADA
           END-PERFORM.
           IF PAIS-ABERTO
               PERFORM IMPRIME-SUBTOTAL
               PERFORM IMPRIME-SUBTOTAL-PAIS
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           MOVE WS-CONT-SEM-ENDER TO WN-CONT.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
      *-----------------------------------------------------------------
       IMPRIME-ENTRADA.
           IF WS-GEO-PAIS (WS-IND) NOT = WS-PAIS-ATUAL
               IF PAIS-ABERTO
                   PERFORM IMPRIME-SUBTOTAL
                   PERFORM IMPRIME-SUBTOTAL-PAIS
               END-IF
               PERFORM INICIA-PAIS
               PERFORM INICIA-UF
           ELSE
               IF WS-GEO-UF (WS-IND) NOT = WS-UF-ATUAL
                   PERFORM IMPRIME-SUBTOTAL
                   PERFORM INICIA-UF
               END-IF
           END-IF.
           MOVE WS-GEO-CIDADE (WS-IND) TO WD-CIDADE.
           MOVE WS-GEO-CONT (WS-IND) TO WD-CONT.
           END-IF.
           MOVE WS-PCT TO WD-PCT.
           WRITE LINHA-RELATORIO FROM WS-LINHA-CIDADE.
           ADD WS-GEO-CONT (WS-IND) TO WS-CONT-UF WS-CONT-PAIS.
      *-----------------------------------------------------------------
      * QUEBRA POR PAIS: NOME PELA TABELA DE PAISES (PAISVER); SEM A
      * TABELA OU PAIS NAO CADASTRADO, SAI SO A SIGLA.
       INICIA-PAIS.
           SET PAIS-ABERTO TO TRUE.
           MOVE WS-GEO-PAIS (WS-IND) TO WS-PAIS-ATUAL WP-PAIS.
           MOVE ZEROS TO WS-CONT-PAIS.
           SET PV-CONSULTA TO TRUE.
           MOVE WS-PAIS-ATUAL TO PV-PAIS.
           MOVE SPACES TO PV-COD-POSTAL.
           CALL "PAISVER" USING PAIS-PARAMETROS.
           IF PV-OK
               MOVE PV-NOME TO WP-NOME
           ELSE
               IF WS-PAIS-ATUAL = "BR"
                   MOVE "BRASIL" TO WP-NOME
               ELSE
                   MOVE SPACES TO WP-NOME
               END-IF
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-PAIS.
      *-----------------------------------------------------------------
      * NO BRASIL A QUEBRA E POR UF; NO EXTERIOR PELO ESTADO OU
      * PROVINCIA, QUE PODE ESTAR EM BRANCO.
       INICIA-UF.
           MOVE WS-GEO-UF (WS-IND) TO WS-UF-ATUAL WU-UF.
           MOVE ZEROS TO WS-CONT-UF.
           IF WS-PAIS-ATUAL = "BR"
               MOVE "UF : " TO WU-ROTULO
           ELSE
               MOVE "ESTADO : " TO WU-ROTULO
               IF WU-UF = SPACES
                   MOVE "--" TO WU-UF
               END-IF
           END-IF.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-UF.
      *-----------------------------------------------------------------
       IMPRIME-SUBTOTAL.
           IF WS-PAIS-ATUAL = "BR"
               MOVE "TOTAL DA UF" TO WS-SUBTOT-DESC
           ELSE
               MOVE "TOTAL DO ESTADO" TO WS-SUBTOT-DESC
           END-IF.
           MOVE WS-CONT-UF TO WS-SUBTOT.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOT.
      *-----------------------------------------------------------------
       IMPRIME-SUBTOTAL-PAIS.
           MOVE WS-CONT-PAIS TO WS-SUBTOT-PAIS.
           WRITE LINHA-RELATORIO FROM WS-LINHA-SUBTOT-PAIS.
      *-----------------------------------------------------------------
       CALCULA-PCT-SEM.
           IF WS-CONT-TOTAL > ZEROS
