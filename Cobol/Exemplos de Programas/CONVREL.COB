           05 WF-NUMERO          PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WF-TIPO            PIC X(03).
      *    TELEFONE DO EXTERIOR: SIGLA DO PAIS E NUMERO, SEM DDD.
       01 WS-LINHA-FONE-EXT.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WX-PAIS            PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WX-NUMERO          PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WX-TIPO            PIC X(03).
       01 WS-LINHA-TOTAL.
           05 FILLER             PIC X(22)
               VALUE "AMIGOS LISTADOS     : ".
           05 WT-TOTAL           PIC ZZZZ9.
       01 WS-LINHA-BRANCO      PIC X(100) VALUE SPACES.
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO.
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL.
           CLOSE CONVITES-MASTER AMIGOS-MASTER RELATORIO.
           MOVE WS-NOME-RELAT TO RP-ARQUIVO.
           MOVE "CONVREL" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
           IF FONES-ABERTO
               CLOSE FONES-MASTER
           END-IF.
               WHEN OTHER
                   MOVE SPACES TO WF-TIPO
           END-EVALUATE.
           IF FO-PAIS-BRASIL
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE
           ELSE
               MOVE FO-PAIS TO WX-PAIS
               MOVE FO-NUM-EXTERIOR TO WX-NUMERO
               MOVE WF-TIPO TO WX-TIPO
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE-EXT
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT CONVITES-MASTER.
