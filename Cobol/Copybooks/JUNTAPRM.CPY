      *-----------------------------------------------------------------
      * JUNTAPRM.CPY - PARAMETROS DO SUBPROGRAMA JUNTANOM (NOMES DOS
      * MORADORES DE UM MESMO ENDERECO EM UMA SO LINHA, PARA A
      * ETIQUETA OU A CARTA POR DOMICILIO). JP-TAMANHO E O MAXIMO QUE
      * CABE NO DESTINO; JP-NOME-JUNTO E JP-PRIMEIROS VOLTAM DENTRO
      * DESSE LIMITE.
      *-----------------------------------------------------------------
       01  JUNTA-PARAMETROS.
           05  JP-QTD-NOMES        PIC 9(02).
           05  JP-NOME OCCURS 6 TIMES PIC X(30).
           05  JP-TAMANHO          PIC 9(02).
           05  JP-NOME-JUNTO       PIC X(60).
           05  JP-PRIMEIROS        PIC X(60).
