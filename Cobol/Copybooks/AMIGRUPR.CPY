      *-----------------------------------------------------------------
      * AMIGRUPR.CPY - LAYOUT DO REGISTRO DE PARTICIPACAO DO AMIGO
      * EM UM GRUPO (AMIGRUP-MASTER). UM AMIGO PODE PERTENCER A
      * VARIOS GRUPOS: UM REGISTRO POR AMIGO E GRUPO. O GRUPO E
      * VALIDADO CONTRA A TABELA DE GRUPOS (GRUPOR.CPY).
      * CHAVE: AG-CHAVE (APELIDO + GRUPO)
      *-----------------------------------------------------------------
       01  AMIGRUP-REC.
           05  AG-CHAVE.
               10  AG-APELIDO      PIC X(12).
               10  AG-GRUPO        PIC X(03).
