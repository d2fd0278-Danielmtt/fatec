      *-----------------------------------------------------------------
      * DESPESAR.CPY - LAYOUT DO REGISTRO DE DESPESA DE EVENTO
      * (DESPESA-MASTER): CADA GASTO FEITO PARA UM EVENTO, COM O
      * APELIDO DE QUEM PAGOU. BASE DO RATEIO ENTRE OS CONFIRMADOS.
      * CHAVE: DP-CHAVE (EVENTO + SEQUENCIA)
      *-----------------------------------------------------------------
       01  DESPESA-REC.
           05  DP-CHAVE.
               10  DP-EVENTO       PIC X(04).
               10  DP-SEQ          PIC 9(03).
           05  DP-APELIDO          PIC X(12).
           05  DP-DESCRICAO        PIC X(30).
           05  DP-VALOR            PIC 9(07)V99.
