      *-----------------------------------------------------------------
      * MAILPARM.CPY - PARAMETROS DO SUBPROGRAMA MAILSPL (SPOOL DE
      * EMAILS DE SAIDA). FUNCAO V SO CONFERE SE O ENDERECO PODE
      * RECEBER; FUNCAO G CONFERE E GRAVA A MENSAGEM NO SPOOL.
      * MP-DESTINO E AM-EMAIL1 + AM-EMAIL2 SEM OS BRANCOS.
      *-----------------------------------------------------------------
       01  MAIL-PARAMETROS.
           05  MP-FUNCAO           PIC X(01).
               88  MP-VERIFICA         VALUE "V".
               88  MP-GRAVA            VALUE "G".
           05  MP-APELIDO          PIC X(12).
           05  MP-DESTINO          PIC X(30).
           05  MP-ASSUNTO          PIC X(60).
           05  MP-ORIGEM           PIC X(08).
           05  MP-RESULTADO        PIC X(01).
               88  MP-LIBERADO         VALUE "L".
               88  MP-GRAVADA          VALUE "G".
               88  MP-SEM-EMAIL        VALUE "S".
               88  MP-DEVOLVIDO        VALUE "D".
               88  MP-ERRO             VALUE "E".
           05  MP-QTD-LINHAS       PIC 9(02).
           05  MP-LINHA OCCURS 40 TIMES PIC X(80).
