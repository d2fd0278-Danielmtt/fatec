      *-----------------------------------------------------------------
      * FONESR.CPY - LAYOUT DO REGISTRO DE TELEFONES DOS AMIGOS
      * (FONES-MASTER). UM AMIGO PODE TER VARIOS NUMEROS.
      * FO-PAIS: SIGLA DO PAIS NA TABELA PAISTAB.DAT (BRANCOS = BR).
      * NO BRASIL VALEM FO-DDD E FO-NUMERO; NO EXTERIOR FO-DDD FICA
      * ZERADO E O NUMERO NACIONAL, SEM O DDI, VAI EM FO-NUM-EXTERIOR.
      * CHAVE: FO-CHAVE (APELIDO + SEQUENCIA)
      *-----------------------------------------------------------------
       01  FONES-REC.
               88  FO-TIPO-VALIDO      VALUE "R" "C" "T".
           05  FO-DDD              PIC 9(02).
           05  FO-NUMERO           PIC X(09).
           05  FO-PAIS             PIC X(02).
               88  FO-PAIS-BRASIL      VALUE "BR" SPACES.
           05  FO-NUM-EXTERIOR     PIC X(14).
