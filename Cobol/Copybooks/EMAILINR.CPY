      *-----------------------------------------------------------------
      * EMAILINR.CPY - LAYOUT DO REGISTRO DE EMAIL DEVOLVIDO POR AMIGO
      * (EMAILINV-MASTER): O ENDERECO QUE O GATEWAY DEVOLVEU COMO
      * INVALIDO. ENQUANTO AM-EMAIL1 + AM-EMAIL2 FOR IGUAL A EI-EMAIL
      * O AMIGO NAO RECEBE EMAIL; CORRIGIDO O ENDERECO NO PROGR1, A
      * MARCA DEIXA DE VALER.
      * EI-DATA NO FORMATO AAAAMMDD.
      * CHAVE: EI-APELIDO
      *-----------------------------------------------------------------
       01  EMAILINV-REC.
           05  EI-APELIDO          PIC X(12).
           05  EI-EMAIL            PIC X(30).
           05  EI-DATA             PIC 9(08).
           05  EI-MOTIVO           PIC X(40).
           05  EI-MSG-ID           PIC 9(08).
