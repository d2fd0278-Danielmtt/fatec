      *-----------------------------------------------------------------
      * DEBITOR.CPY - LAYOUT DO REGISTRO DE DEBITO ENTRE AMIGOS
      * (DEBITO-MASTER): CADA PAGAMENTO "QUEM PAGA A QUEM" GERADO
      * PELO RATEIO DE UM EVENTO. FICA EM ABERTO ATE SER MARCADO
      * COMO QUITADO NA TELA QUITMNT.
      * DB-DATA-QUIT NO FORMATO AAAAMMDD.
      * CHAVE: DB-CHAVE (EVENTO + SEQUENCIA)
      *-----------------------------------------------------------------
       01  DEBITO-REC.
           05  DB-CHAVE.
               10  DB-EVENTO       PIC X(04).
               10  DB-SEQ          PIC 9(03).
           05  DB-DEVEDOR          PIC X(12).
           05  DB-CREDOR           PIC X(12).
           05  DB-VALOR            PIC 9(07)V99.
           05  DB-SITUACAO         PIC X(01).
               88  DB-ABERTO           VALUE "A".
               88  DB-QUITADO          VALUE "Q".
           05  DB-DATA-QUIT        PIC 9(08).
