      *-----------------------------------------------------------------
      * RATPESOR.CPY - LAYOUT DO REGISTRO DE PESO NO RATEIO
      * (RATPESO-MASTER): PESO DE UM CONVIDADO NA DIVISAO DAS
      * DESPESAS DO EVENTO (EX.: CRIANCA PAGA 0,50). QUEM NAO TEM
      * REGISTRO ENTRA COM PESO 1,00.
      * CHAVE: RW-CHAVE (EVENTO + APELIDO)
      *-----------------------------------------------------------------
       01  RATPESO-REC.
           05  RW-CHAVE.
               10  RW-EVENTO       PIC X(04).
               10  RW-APELIDO      PIC X(12).
           05  RW-PESO             PIC 9(01)V99.
