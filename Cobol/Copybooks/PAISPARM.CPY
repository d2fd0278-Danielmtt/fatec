      *-----------------------------------------------------------------
      * PAISPARM.CPY - PARAMETROS DO SUBPROGRAMA PAISVER, QUE CONSULTA
      * UM PAIS NA TABELA PAISTAB.DAT E, NA FUNCAO V, CONFERE O
      * CODIGO POSTAL CONTRA A MASCARA DO PAIS. PAIS EM BRANCO E
      * TRATADO COMO BR. O PAIS E O CODIGO POSTAL VOLTAM EM
      * MAIUSCULAS.
      * PV-FUNCAO: C = CONSULTA PELA SIGLA EM PV-PAIS,
      *            V = CONSULTA E CONFERE PV-COD-POSTAL,
      *            D = PROCURA O PAIS PELO DDI EM PV-DDI,
      *            N = PROCURA O PAIS PELO NOME EM PV-NOME;
      *            NAS FUNCOES D E N A SIGLA VOLTA EM PV-PAIS.
      * PV-RETORNO: 0 = OK, 1 = PAIS NAO CADASTRADO,
      *             2 = CODIGO POSTAL FORA DO FORMATO,
      *             9 = TABELA PAISTAB.DAT NAO ENCONTRADA.
      *-----------------------------------------------------------------
       01  PAIS-PARAMETROS.
           05  PV-FUNCAO           PIC X(01).
               88  PV-CONSULTA         VALUE "C".
               88  PV-VALIDA-POSTAL    VALUE "V".
               88  PV-PROCURA-DDI      VALUE "D".
               88  PV-PROCURA-NOME     VALUE "N".
           05  PV-PAIS             PIC X(02).
           05  PV-COD-POSTAL       PIC X(10).
           05  PV-RETORNO          PIC 9(01).
               88  PV-OK               VALUE 0.
               88  PV-PAIS-INEXISTENTE VALUE 1.
               88  PV-POSTAL-INVALIDO  VALUE 2.
               88  PV-SEM-TABELA       VALUE 9.
           05  PV-NOME             PIC X(20).
           05  PV-DDI              PIC 9(03).
           05  PV-FORMATO          PIC X(10).
           05  PV-POSICAO          PIC X(01).
               88  PV-POSTAL-ANTES     VALUE "A".
               88  PV-POSTAL-DEPOIS    VALUE "D".
