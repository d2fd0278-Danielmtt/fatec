           05  WF-NUMERO          PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WF-TIPO            PIC X(03).
      *    TELEFONE DO EXTERIOR: SIGLA DO PAIS E NUMERO, SEM DDD.
       01  WS-LINHA-FONE-EXT.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE "FONE ".
           05  WX-PAIS            PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WX-NUMERO          PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WX-TIPO            PIC X(03).
       COPY "RELPARM.CPY".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               CLOSE FONES-MASTER
           END-IF.
           CLOSE RELATORIO.
           MOVE "AMIGOS.LST" TO RP-ARQUIVO.
           MOVE "PROGR3" TO RP-PROGRAMA.
           CALL "ARQRELAT" USING REL-PARAMETROS.
       FIM.
           GOBACK.
      *-----------------------------------------------------------------
           MOVE FO-DDD TO WF-DDD.
           MOVE FO-NUMERO TO WF-NUMERO.
           MOVE WS-TIPO-DESC TO WF-TIPO.
           IF FO-PAIS-BRASIL
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE
           ELSE
               MOVE FO-PAIS TO WX-PAIS
               MOVE FO-NUM-EXTERIOR TO WX-NUMERO
               MOVE WS-TIPO-DESC TO WX-TIPO
               WRITE LINHA-RELATORIO FROM WS-LINHA-FONE-EXT
           END-IF.
      *-----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT AMIGOS-MASTER.
