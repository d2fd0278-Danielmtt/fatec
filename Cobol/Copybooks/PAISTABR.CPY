      *-----------------------------------------------------------------
      * PAISTABR.CPY - LAYOUT DO REGISTRO DA TABELA DE PAISES
      * (PAISTAB-MASTER). CARREGADA PELO PROGRAMA PAISCARG E
      * CONSULTADA PELO SUBPROGRAMA PAISVER PARA OS ENDERECOS E
      * TELEFONES DE AMIGOS QUE MORAM FORA DO BRASIL.
      * PA-CODIGO: SIGLA ISO DE DUAS LETRAS (BR, PT, US...).
      * PA-NOME: NOME DO PAIS EM MAIUSCULAS, IMPRESSO COMO ULTIMA
      *          LINHA DO ENDERECO INTERNACIONAL.
      * PA-DDI: CODIGO INTERNACIONAL DE DISCAGEM.
      * PA-FORMATO-POSTAL: MASCARA DO CODIGO POSTAL, ONDE 9 E UM
      *          DIGITO, A UMA LETRA E OS DEMAIS CARACTERES SAO FIXOS
      *          (BRANCOS = FORMATO LIVRE).
      * PA-POSICAO-POSTAL: A = CODIGO POSTAL ANTES DA CIDADE,
      *          D = DEPOIS DA CIDADE E DO ESTADO.
      * CHAVE: PA-CODIGO
      *-----------------------------------------------------------------
       01  PAISTAB-REC.
           05  PA-CODIGO           PIC X(02).
           05  PA-NOME             PIC X(20).
           05  PA-DDI              PIC 9(03).
           05  PA-FORMATO-POSTAL   PIC X(10).
           05  PA-POSICAO-POSTAL   PIC X(01).
               88  PA-POSTAL-ANTES     VALUE "A".
               88  PA-POSTAL-DEPOIS    VALUE "D".
