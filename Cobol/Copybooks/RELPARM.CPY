      *-----------------------------------------------------------------
      * RELPARM.CPY - PARAMETROS DO SUBPROGRAMA ARQRELAT (ARQUIVO DE
      * RELATORIOS). O PROGRAMA CHAMA DEPOIS DE FECHAR O .LST, COM O
      * NOME DO ARQUIVO E O SEU PROPRIO NOME; VOLTAM O NOME DA GERACAO
      * GRAVADA, AS CONTAGENS E QUANTAS GERACOES ANTIGAS SAIRAM.
      *-----------------------------------------------------------------
       01  REL-PARAMETROS.
           05  RP-ARQUIVO          PIC X(20).
           05  RP-PROGRAMA         PIC X(08).
           05  RP-RESULTADO        PIC X(01).
               88  RP-ARQUIVADO        VALUE "A".
               88  RP-SEM-RELATORIO    VALUE "S".
               88  RP-ERRO             VALUE "E".
           05  RP-GERACAO          PIC X(30).
           05  RP-PAGINAS          PIC 9(05).
           05  RP-LINHAS           PIC 9(07).
           05  RP-EXPURGADAS       PIC 9(03).
