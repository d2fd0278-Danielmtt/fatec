       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVER.
      *AUTOR. ANGELO LOTIERZO FILHO.
      *******************************************
      * CONSULTA DO ARQUIVO DE RELATORIOS: LISTA  *
      * AS GERACOES CATALOGADAS EM RELCAT.DAT (DA *
      * MAIS NOVA PARA A MAIS VELHA), ABRE A      *
      * ESCOLHIDA NA TELA COM PAGINACAO, DESLOCA  *
      * AS COLUNAS E BUSCA UM TEXTO. MANTEM AINDA *
      * A REGRA DE RETENCAO DE CADA RELATORIO     *
      * (RELRETEN.DAT), APLICADA PELO ARQRELAT NA *
      * PROXIMA EXECUCAO DO RELATORIO.            *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELCAT-MASTER ASSIGN TO "RELCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-FS-RELCAT.
           SELECT RELRETEN-MASTER ASSIGN TO "RELRETEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RELATORIO
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-FS-RELRETEN.
           SELECT ARQ-VISTA ASSIGN TO DYNAMIC WS-NOME-VISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VISTA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RELCAT-MASTER
           LABEL RECORDS STANDARD.
       COPY "RELCATR.CPY".

       FD  RELRETEN-MASTER
           LABEL RECORDS STANDARD.
       COPY "RELRETR.CPY".

       FD  ARQ-VISTA
           LABEL RECORDS STANDARD.
       01  VISTA-REC               PIC X(200).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 FILTRO            PIC X(08) VALUE SPACES.
       01 COMANDO           PIC X(02) VALUE SPACES.
       01 COMANDO-VISTA     PIC X(01) VALUE SPACES.
       01 TEXTO-BUSCA       PIC X(30) VALUE SPACES.
       01 WS-FS-RELCAT      PIC XX VALUE SPACES.
       01 WS-FS-RELRETEN    PIC XX VALUE SPACES.
       01 WS-FS-VISTA       PIC XX VALUE SPACES.
       01 WS-NOME-VISTA     PIC X(30) VALUE SPACES.
       01 WS-FIM-RELCAT     PIC X VALUE "N".
           88 FIM-RELCAT        VALUE "S".
       01 WS-FIM-VISTA      PIC X VALUE "N".
           88 FIM-VISTA         VALUE "S".
       01 WS-ACHOU-TEXTO    PIC X VALUE "N".
           88 ACHOU-TEXTO       VALUE "S" FALSE "N".
       01 WS-AVISO-CHEIA    PIC X VALUE "N".
           88 AVISO-CHEIA       VALUE "S".
       01 WS-MENSAGEM       PIC X(60) VALUE SPACES.
       01 WS-CONT-GERACOES  PIC 9(03) VALUE ZEROS.
       01 WS-PAGINA         PIC 9(03) VALUE 1.
       01 WS-TOT-PAGINAS    PIC 9(03) VALUE 1.
       01 WS-IND            PIC 9(03) VALUE ZEROS.
       01 WS-IND-J          PIC 9(03) VALUE ZEROS.
       01 WS-LIMITE-J       PIC 9(03) VALUE ZEROS.
       01 WS-IND-TELA       PIC 9(02) VALUE ZEROS.
       01 WS-LIN-TELA       PIC 9(02) VALUE ZEROS.
       01 WS-ESCOLHA        PIC 9(02) VALUE ZEROS.
       01 WS-TOPO           PIC 9(07) VALUE ZEROS.
       01 WS-ULTIMO-TOPO    PIC 9(07) VALUE ZEROS.
       01 WS-TOT-LINHAS     PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-LIDA     PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-INICIO   PIC 9(07) VALUE ZEROS.
       01 WS-LINHA-ACHADA   PIC 9(07) VALUE ZEROS.
       01 WS-COLUNA         PIC 9(03) VALUE 1.
       01 WS-POS-TEXTO      PIC 9(03) VALUE ZEROS.
       01 WS-BUSCA-TRIM     PIC X(30) VALUE SPACES.
       01 WS-BUSCA-LEN      PIC 9(02) VALUE ZEROS.
       01 WS-CONTA-OCORR    PIC 9(03) VALUE ZEROS.
       01 WS-GERACOES-ENTRA PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-ENTRA     PIC 9(04) VALUE ZEROS.
       01 WS-TABELA-GERACOES.
           05 WS-GER OCCURS 999 TIMES.
               10 WS-GER-QUANDO.
                   15 WS-GER-DATA      PIC 9(08).
                   15 WS-GER-HORA      PIC 9(08).
               10 WS-GER-RELATORIO PIC X(08).
               10 WS-GER-PROGRAMA  PIC X(08).
               10 WS-GER-OPERADOR  PIC X(03).
               10 WS-GER-PAGINAS   PIC 9(05).
               10 WS-GER-LINHAS    PIC 9(07).
               10 WS-GER-NOME      PIC X(30).
       01 WS-TROCA               PIC X(77).
       01 WS-DATA-TRAB           PIC 9(08).
       01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05 WS-DT-ANO          PIC 9(04).
           05 WS-DT-MES          PIC 9(02).
           05 WS-DT-DIA          PIC 9(02).
       01 WS-HORA-TRAB           PIC 9(08).
       01 WS-HORA-TRAB-R REDEFINES WS-HORA-TRAB.
           05 WS-HR-HORA         PIC 9(02).
           05 WS-HR-MIN          PIC 9(02).
           05 WS-HR-SEG          PIC 9(02).
           05 WS-HR-CENT         PIC 9(02).
       01 WS-LINHA-TITULOS.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "RELATORIO".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "DATA".
           05 FILLER           PIC X(09) VALUE "HORA".
           05 FILLER           PIC X(09) VALUE "PROGRAMA".
           05 FILLER           PIC X(04) VALUE "OPE".
           05 FILLER           PIC X(06) VALUE " PAGS".
           05 FILLER           PIC X(08) VALUE "  LINHAS".
       01 WS-LINHA-ITEM.
           05 WI-NUMERO        PIC Z9.
           05 FILLER           PIC X(02) VALUE "- ".
           05 WI-RELATORIO     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WI-DIA           PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WI-MES           PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WI-ANO           PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WI-HORA          PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WI-MIN           PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WI-SEG           PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WI-PROGRAMA      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WI-OPERADOR      PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WI-PAGINAS       PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WI-LINHAS        PIC ZZZZZZ9.
       01 WS-LINHA-RODAPE.
           05 FILLER           PIC X(07) VALUE "PAGINA ".
           05 WR-PAGINA        PIC ZZ9.
           05 FILLER           PIC X(04) VALUE " DE ".
           05 WR-TOTAL         PIC ZZ9.
       01 WS-LINHA-POSICAO.
           05 FILLER           PIC X(07) VALUE "LINHAS ".
           05 WP-DE            PIC ZZZZZZ9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 WP-ATE           PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE " DE ".
           05 WP-TOTAL         PIC ZZZZZZ9.
           05 FILLER           PIC X(10) VALUE "   COLUNA ".
           05 WP-COLUNA        PIC ZZ9.
       01 WS-AJUDA-LISTA       PIC X(56) VALUE
           "COMANDO (P=PROX, A=ANT, NN=ABRIR, R=RETENCAO, S=SAIR) :".
       01 WS-AJUDA-VISTA       PIC X(59) VALUE
           "P=PROX A=ANT I=INICIO F=FIM D/E=COLUNAS B=BUSCA S=SAIR :".
       01 WS-LINHA-TELA        PIC X(78) VALUE SPACES.
       01 WS-LINHA-LIMPA       PIC X(78) VALUE SPACES.
       01 WS-LINHA-ACHADA-ED   PIC ZZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RELCAT-MASTER.
           IF WS-FS-RELCAT NOT = "00"
               DISPLAY (23, 01) "NENHUM RELATORIO ARQUIVADO AINDA"
               GOBACK
           END-IF.
           PERFORM LIMPA-TELA.
           DISPLAY (02, 25) "ARQUIVO DE RELATORIOS".
           DISPLAY (04, 02) "RELATORIO (BRANCO = TODOS) :".
       ROT-FILTRO.
           ACCEPT (04, 31) FILTRO.
           PERFORM CARREGA-CATALOGO.
           IF WS-CONT-GERACOES = ZEROS
               IF FILTRO = SPACES
                   DISPLAY (23, 01) "NENHUM RELATORIO ARQUIVADO AINDA"
                   GO TO ENCERRA
               ELSE
                   DISPLAY (23, 01) "NENHUMA GERACAO DESSE RELATORIO"
                   GO TO ROT-FILTRO
               END-IF
           END-IF.
           PERFORM ORDENA-TABELA.
           COMPUTE WS-TOT-PAGINAS =
               (WS-CONT-GERACOES + 9) / 10.
           MOVE 1 TO WS-PAGINA.
       ROT-PAGINA.
           PERFORM MOSTRA-PAGINA.
       ROT-COMANDO.
           DISPLAY (20, 02) WS-AJUDA-LISTA.
           MOVE SPACES TO COMANDO.
           ACCEPT (20, 59) COMANDO.
           IF COMANDO(1:1) NOT = SPACE AND COMANDO(2:1) = SPACE
               AND COMANDO(1:1) IS NUMERIC
               MOVE COMANDO(1:1) TO COMANDO(2:1)
               MOVE "0" TO COMANDO(1:1)
           END-IF.
           EVALUATE TRUE
               WHEN COMANDO = "S" OR "S "
                   GO TO ENCERRA
               WHEN COMANDO = "P" OR "P "
                   IF WS-PAGINA < WS-TOT-PAGINAS
                       ADD 1 TO WS-PAGINA
                   END-IF
                   GO TO ROT-PAGINA
               WHEN COMANDO = "A" OR "A "
                   IF WS-PAGINA > 1
                       SUBTRACT 1 FROM WS-PAGINA
                   END-IF
                   GO TO ROT-PAGINA
               WHEN COMANDO = "R" OR "R "
                   PERFORM MANTEM-RETENCAO THRU MANTEM-RETENCAO-FIM
                   GO TO ROT-COMANDO
               WHEN COMANDO IS NUMERIC
                   MOVE COMANDO TO WS-ESCOLHA
                   PERFORM ABRE-GERACAO THRU ABRE-GERACAO-FIM
                   GO TO ROT-PAGINA
               WHEN OTHER
                   DISPLAY (23, 01) "COMANDO INVALIDO"
                   GO TO ROT-COMANDO
           END-EVALUATE.
       ENCERRA.
           CLOSE RELCAT-MASTER.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
       CARREGA-CATALOGO.
           MOVE ZEROS TO WS-CONT-GERACOES.
           MOVE "N" TO WS-FIM-RELCAT WS-AVISO-CHEIA.
           MOVE FILTRO TO RC-RELATORIO.
           MOVE ZEROS TO RC-DATA RC-HORA.
           START RELCAT-MASTER KEY NOT < RC-CHAVE
               INVALID KEY
                   SET FIM-RELCAT TO TRUE
           END-START.
           PERFORM UNTIL FIM-RELCAT
               READ RELCAT-MASTER NEXT RECORD
                   AT END
                       SET FIM-RELCAT TO TRUE
                   NOT AT END
                       IF FILTRO NOT = SPACES
                           AND RC-RELATORIO NOT = FILTRO
                           SET FIM-RELCAT TO TRUE
                       ELSE
                           PERFORM ACRESCENTA-GERACAO
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       ACRESCENTA-GERACAO.
           IF WS-CONT-GERACOES < 999
               ADD 1 TO WS-CONT-GERACOES
               MOVE RC-DATA TO WS-GER-DATA (WS-CONT-GERACOES)
               MOVE RC-HORA TO WS-GER-HORA (WS-CONT-GERACOES)
               MOVE RC-RELATORIO TO WS-GER-RELATORIO (WS-CONT-GERACOES)
               MOVE RC-PROGRAMA TO WS-GER-PROGRAMA (WS-CONT-GERACOES)
               MOVE RC-OPERADOR TO WS-GER-OPERADOR (WS-CONT-GERACOES)
               MOVE RC-PAGINAS TO WS-GER-PAGINAS (WS-CONT-GERACOES)
               MOVE RC-LINHAS TO WS-GER-LINHAS (WS-CONT-GERACOES)
               MOVE RC-GERACAO TO WS-GER-NOME (WS-CONT-GERACOES)
           ELSE
               IF NOT AVISO-CHEIA
                   DISPLAY (23, 01)
                       "MAIS DE 999 GERACOES - INFORME O RELATORIO"
                   SET AVISO-CHEIA TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * DA MAIS NOVA PARA A MAIS VELHA, DE TODOS OS RELATORIOS.
       ORDENA-TABELA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= WS-CONT-GERACOES
               COMPUTE WS-LIMITE-J = WS-CONT-GERACOES - WS-IND
               PERFORM VARYING WS-IND-J FROM 1 BY 1
                       UNTIL WS-IND-J > WS-LIMITE-J
                   PERFORM COMPARA-TROCA
               END-PERFORM
           END-PERFORM.
      *-----------------------------------------------------------------
       COMPARA-TROCA.
           IF WS-GER-QUANDO (WS-IND-J) < WS-GER-QUANDO (WS-IND-J + 1)
               MOVE WS-GER (WS-IND-J) TO WS-TROCA
               MOVE WS-GER (WS-IND-J + 1) TO WS-GER (WS-IND-J)
               MOVE WS-TROCA TO WS-GER (WS-IND-J + 1)
           END-IF.
      *-----------------------------------------------------------------
       LIMPA-TELA.
           PERFORM VARYING WS-LIN-TELA FROM 2 BY 1
                   UNTIL WS-LIN-TELA > 23
               DISPLAY (WS-LIN-TELA, 01) WS-LINHA-LIMPA
           END-PERFORM.
      *-----------------------------------------------------------------
       MOSTRA-PAGINA.
           PERFORM LIMPA-TELA.
           DISPLAY (02, 25) "ARQUIVO DE RELATORIOS".
           DISPLAY (04, 02) "RELATORIO (BRANCO = TODOS) :".
           DISPLAY (04, 31) FILTRO.
           DISPLAY (05, 02) WS-LINHA-TITULOS.
           MOVE 6 TO WS-LIN-TELA.
           PERFORM VARYING WS-IND-TELA FROM 1 BY 1
                   UNTIL WS-IND-TELA > 10
               PERFORM MOSTRA-ITEM
           END-PERFORM.
           MOVE WS-PAGINA TO WR-PAGINA.
           MOVE WS-TOT-PAGINAS TO WR-TOTAL.
           DISPLAY (17, 02) WS-LINHA-RODAPE.
      *-----------------------------------------------------------------
       MOSTRA-ITEM.
           COMPUTE WS-IND =
               (WS-PAGINA - 1) * 10 + WS-IND-TELA.
           IF WS-IND > WS-CONT-GERACOES
               DISPLAY (WS-LIN-TELA, 02) WS-LINHA-LIMPA
           ELSE
               MOVE WS-IND-TELA TO WI-NUMERO
               MOVE WS-GER-RELATORIO (WS-IND) TO WI-RELATORIO
               MOVE WS-GER-DATA (WS-IND) TO WS-DATA-TRAB
               MOVE WS-DT-DIA TO WI-DIA
               MOVE WS-DT-MES TO WI-MES
               MOVE WS-DT-ANO TO WI-ANO
               MOVE WS-GER-HORA (WS-IND) TO WS-HORA-TRAB
               MOVE WS-HR-HORA TO WI-HORA
               MOVE WS-HR-MIN TO WI-MIN
               MOVE WS-HR-SEG TO WI-SEG
               MOVE WS-GER-PROGRAMA (WS-IND) TO WI-PROGRAMA
               MOVE WS-GER-OPERADOR (WS-IND) TO WI-OPERADOR
               MOVE WS-GER-PAGINAS (WS-IND) TO WI-PAGINAS
               MOVE WS-GER-LINHAS (WS-IND) TO WI-LINHAS
               DISPLAY (WS-LIN-TELA, 02) WS-LINHA-ITEM
           END-IF.
           ADD 1 TO WS-LIN-TELA.
      *-----------------------------------------------------------------
      * ABRE A GERACAO ESCOLHIDA: 18 LINHAS POR TELA, 78 COLUNAS A
      * PARTIR DE WS-COLUNA (O RELATORIO PODE TER ATE 200).
       ABRE-GERACAO.
           COMPUTE WS-IND =
               (WS-PAGINA - 1) * 10 + WS-ESCOLHA.
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > 10
               OR WS-IND > WS-CONT-GERACOES
               DISPLAY (23, 01) "ITEM INVALIDO"
               GO TO ABRE-GERACAO-FIM.
           MOVE WS-GER-NOME (WS-IND) TO WS-NOME-VISTA.
           PERFORM CONTA-LINHAS.
           IF WS-FS-VISTA NOT = "00"
               DISPLAY (23, 01) "GERACAO NAO ENCONTRADA NO DISCO"
               GO TO ABRE-GERACAO-FIM.
           MOVE 1 TO WS-TOPO WS-COLUNA.
           MOVE SPACES TO WS-BUSCA-TRIM WS-MENSAGEM.
           MOVE ZEROS TO WS-LINHA-ACHADA WS-BUSCA-LEN.
           IF WS-TOT-LINHAS > 18
               COMPUTE WS-ULTIMO-TOPO = WS-TOT-LINHAS - 17
           ELSE
               MOVE 1 TO WS-ULTIMO-TOPO
           END-IF.
       ROT-VISTA.
           PERFORM MOSTRA-VISTA.
       ROT-COMANDO-VISTA.
           DISPLAY (22, 02) WS-LINHA-LIMPA.
           DISPLAY (22, 02) WS-AJUDA-VISTA.
           MOVE SPACES TO COMANDO-VISTA.
           ACCEPT (22, 62) COMANDO-VISTA.
           MOVE SPACES TO WS-MENSAGEM.
           EVALUATE COMANDO-VISTA
               WHEN "S"
                   GO TO ABRE-GERACAO-FIM
               WHEN "P"
                   IF WS-TOPO + 18 <= WS-ULTIMO-TOPO
                       ADD 18 TO WS-TOPO
                   ELSE
                       MOVE WS-ULTIMO-TOPO TO WS-TOPO
                   END-IF
               WHEN "A"
                   IF WS-TOPO > 18
                       SUBTRACT 18 FROM WS-TOPO
                   ELSE
                       MOVE 1 TO WS-TOPO
                   END-IF
               WHEN "I"
                   MOVE 1 TO WS-TOPO
               WHEN "F"
                   MOVE WS-ULTIMO-TOPO TO WS-TOPO
               WHEN "D"
                   IF WS-COLUNA < 121
                       ADD 40 TO WS-COLUNA
                   END-IF
               WHEN "E"
                   IF WS-COLUNA > 1
                       SUBTRACT 40 FROM WS-COLUNA
                   END-IF
               WHEN "B"
                   PERFORM BUSCA-TEXTO THRU BUSCA-TEXTO-FIM
               WHEN OTHER
                   MOVE "COMANDO INVALIDO" TO WS-MENSAGEM
           END-EVALUATE.
           GO TO ROT-VISTA.
       ABRE-GERACAO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       CONTA-LINHAS.
           MOVE ZEROS TO WS-TOT-LINHAS.
           OPEN INPUT ARQ-VISTA.
           IF WS-FS-VISTA = "00"
               MOVE "N" TO WS-FIM-VISTA
               PERFORM UNTIL FIM-VISTA
                   READ ARQ-VISTA
                       AT END
                           SET FIM-VISTA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOT-LINHAS
                   END-READ
               END-PERFORM
               CLOSE ARQ-VISTA
               MOVE "00" TO WS-FS-VISTA
           END-IF.
      *-----------------------------------------------------------------
       MOSTRA-VISTA.
           PERFORM LIMPA-TELA.
           DISPLAY (02, 02) WS-NOME-VISTA.
           MOVE WS-TOPO TO WP-DE.
           COMPUTE WP-ATE = WS-TOPO + 17.
           IF WS-TOPO + 17 > WS-TOT-LINHAS
               MOVE WS-TOT-LINHAS TO WP-ATE
           END-IF.
           MOVE WS-TOT-LINHAS TO WP-TOTAL.
           MOVE WS-COLUNA TO WP-COLUNA.
           DISPLAY (02, 34) WS-LINHA-POSICAO.
           MOVE ZEROS TO WS-LINHA-LIDA.
           MOVE "N" TO WS-FIM-VISTA.
           OPEN INPUT ARQ-VISTA.
           IF WS-FS-VISTA = "00"
               PERFORM UNTIL FIM-VISTA
                       OR WS-LINHA-LIDA >= WS-TOPO + 17
                   READ ARQ-VISTA
                       AT END
                           SET FIM-VISTA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINHA-LIDA
                           IF WS-LINHA-LIDA >= WS-TOPO
                               PERFORM MOSTRA-LINHA-VISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VISTA
           END-IF.
           DISPLAY (23, 01) WS-MENSAGEM.
      *-----------------------------------------------------------------
       MOSTRA-LINHA-VISTA.
           COMPUTE WS-LIN-TELA = WS-LINHA-LIDA - WS-TOPO + 4.
           MOVE VISTA-REC(WS-COLUNA:78) TO WS-LINHA-TELA.
           DISPLAY (WS-LIN-TELA, 02) WS-LINHA-TELA.
      *-----------------------------------------------------------------
      * BUSCA A PARTIR DA LINHA DO TOPO; COM O TEXTO EM BRANCO,
      * REPETE A ULTIMA BUSCA A PARTIR DA LINHA SEGUINTE A ACHADA.
       BUSCA-TEXTO.
           DISPLAY (22, 02) WS-LINHA-LIMPA.
           DISPLAY (22, 02)
               "TEXTO A BUSCAR (BRANCO = REPETE A ULTIMA) :".
           MOVE SPACES TO TEXTO-BUSCA.
           ACCEPT (22, 46) TEXTO-BUSCA.
           IF TEXTO-BUSCA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TEXTO-BUSCA))
                   TO WS-BUSCA-TRIM
               COMPUTE WS-BUSCA-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(TEXTO-BUSCA))
               MOVE WS-TOPO TO WS-LINHA-INICIO
           ELSE
               IF WS-BUSCA-LEN = ZEROS
                   GO TO BUSCA-TEXTO-FIM
               END-IF
               IF WS-LINHA-ACHADA > ZEROS
                   COMPUTE WS-LINHA-INICIO = WS-LINHA-ACHADA + 1
               ELSE
                   MOVE WS-TOPO TO WS-LINHA-INICIO
               END-IF
           END-IF.
           SET ACHOU-TEXTO TO FALSE.
           MOVE ZEROS TO WS-LINHA-LIDA.
           MOVE "N" TO WS-FIM-VISTA.
           OPEN INPUT ARQ-VISTA.
           IF WS-FS-VISTA NOT = "00"
               MOVE "GERACAO NAO ENCONTRADA NO DISCO" TO WS-MENSAGEM
               GO TO BUSCA-TEXTO-FIM.
           PERFORM UNTIL FIM-VISTA OR ACHOU-TEXTO
               READ ARQ-VISTA
                   AT END
                       SET FIM-VISTA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA-LIDA
                       IF WS-LINHA-LIDA >= WS-LINHA-INICIO
                           PERFORM TESTA-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VISTA.
           IF NOT ACHOU-TEXTO
               MOVE "TEXTO NAO ENCONTRADO ATE O FIM DO RELATORIO"
                   TO WS-MENSAGEM
               GO TO BUSCA-TEXTO-FIM.
           MOVE WS-LINHA-LIDA TO WS-LINHA-ACHADA.
           MOVE WS-LINHA-ACHADA TO WS-TOPO.
           IF WS-TOPO > WS-ULTIMO-TOPO
               MOVE WS-ULTIMO-TOPO TO WS-TOPO
           END-IF.
      *    TRAZ PARA A TELA A FAIXA DE COLUNAS ONDE ESTA O TEXTO.
           MOVE 1 TO WS-COLUNA.
           PERFORM UNTIL WS-POS-TEXTO + WS-BUSCA-LEN <= WS-COLUNA + 77
                   OR WS-COLUNA >= 121
               ADD 40 TO WS-COLUNA
           END-PERFORM.
           MOVE WS-LINHA-ACHADA TO WS-LINHA-ACHADA-ED.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "TEXTO ENCONTRADO NA LINHA "
               FUNCTION TRIM(WS-LINHA-ACHADA-ED)
               DELIMITED BY SIZE INTO WS-MENSAGEM.
       BUSCA-TEXTO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       TESTA-LINHA.
           MOVE ZEROS TO WS-CONTA-OCORR.
           INSPECT VISTA-REC TALLYING WS-CONTA-OCORR
               FOR ALL WS-BUSCA-TRIM(1:WS-BUSCA-LEN).
           IF WS-CONTA-OCORR > ZEROS
               SET ACHOU-TEXTO TO TRUE
               MOVE ZEROS TO WS-POS-TEXTO
               INSPECT VISTA-REC TALLYING WS-POS-TEXTO
                   FOR CHARACTERS
                   BEFORE INITIAL WS-BUSCA-TRIM(1:WS-BUSCA-LEN)
           END-IF.
      *-----------------------------------------------------------------
      * REGRA DE RETENCAO DE UM RELATORIO: QUANTAS GERACOES FICAM E
      * A IDADE MAXIMA EM DIAS (ZERO = SEM LIMITE). SEM REGRA, O
      * ARQRELAT FICA COM AS 10 ULTIMAS.
       MANTEM-RETENCAO.
           OPEN I-O RELRETEN-MASTER.
           IF WS-FS-RELRETEN = "35"
               OPEN OUTPUT RELRETEN-MASTER
               CLOSE RELRETEN-MASTER
               OPEN I-O RELRETEN-MASTER
           END-IF.
           IF WS-FS-RELRETEN NOT = "00"
               DISPLAY (23, 01) "ERRO NA ABERTURA DE RELRETEN.DAT"
               GO TO MANTEM-RETENCAO-FIM.
           DISPLAY (21, 02) WS-LINHA-LIMPA.
           DISPLAY (21, 02) "RELATORIO :".
           MOVE SPACES TO RT-RELATORIO.
           ACCEPT (21, 14) RT-RELATORIO.
           IF RT-RELATORIO = SPACES
               CLOSE RELRETEN-MASTER
               DISPLAY (21, 02) WS-LINHA-LIMPA
               GO TO MANTEM-RETENCAO-FIM.
           READ RELRETEN-MASTER WITH LOCK
               INVALID KEY
                   MOVE 10 TO RT-GERACOES
                   MOVE ZEROS TO RT-DIAS
                   MOVE "23" TO WS-FS-RELRETEN
           END-READ.
           IF WS-FS-RELRETEN = "99" OR WS-FS-RELRETEN = "51"
               DISPLAY (23, 01) "REGISTRO EM USO POR OUTRO TERMINAL"
               CLOSE RELRETEN-MASTER
               GO TO MANTEM-RETENCAO-FIM.
           DISPLAY (21, 25) "GERACOES :".
           DISPLAY (21, 36) RT-GERACOES.
           DISPLAY (21, 42) "DIAS :".
           DISPLAY (21, 49) RT-DIAS.
           MOVE RT-GERACOES TO WS-GERACOES-ENTRA.
           MOVE RT-DIAS TO WS-DIAS-ENTRA.
           ACCEPT (21, 36) WS-GERACOES-ENTRA.
           ACCEPT (21, 49) WS-DIAS-ENTRA.
           MOVE WS-GERACOES-ENTRA TO RT-GERACOES.
           MOVE WS-DIAS-ENTRA TO RT-DIAS.
           IF WS-FS-RELRETEN = "23"
               WRITE RELRETEN-REC
           ELSE
               REWRITE RELRETEN-REC
               UNLOCK RELRETEN-MASTER
           END-IF.
           CLOSE RELRETEN-MASTER.
           DISPLAY (23, 01)
               "RETENCAO GRAVADA - VALE NA PROXIMA EXECUCAO".
       MANTEM-RETENCAO-FIM.
           EXIT.
