      *-----------------------------------------------------------------
      * RELCATR.CPY - LAYOUT DO CATALOGO DE RELATORIOS ARQUIVADOS
      * (RELCAT-MASTER). CADA EXECUCAO DE UM RELATORIO (.LST) GANHA
      * UMA GERACAO DATADA, COPIADA PELO SUBPROGRAMA ARQRELAT, E UM
      * REGISTRO AQUI. RC-RELATORIO E O NOME DO .LST SEM A EXTENSAO.
      * RC-HORA E HHMMSSCC, PARA DUAS EXECUCOES NO MESMO SEGUNDO.
      * CHAVE: RC-CHAVE (RELATORIO + DATA + HORA)
      *-----------------------------------------------------------------
       01  RELCAT-REC.
           05  RC-CHAVE.
               10  RC-RELATORIO    PIC X(08).
               10  RC-DATA         PIC 9(08).
               10  RC-HORA         PIC 9(08).
           05  RC-PROGRAMA         PIC X(08).
           05  RC-OPERADOR         PIC X(03).
           05  RC-PAGINAS          PIC 9(05).
           05  RC-LINHAS           PIC 9(07).
           05  RC-ARQUIVO          PIC X(20).
           05  RC-GERACAO          PIC X(30).
