      *-----------------------------------------------------------------
      * CONSENTR.CPY - LAYOUT DO REGISTRO DE CONSENTIMENTO DO AMIGO
      * (CONSENT-MASTER) PARA CADA FINALIDADE DE COMUNICACAO: CARTAS E
      * ETIQUETAS, EMAIL DE ANIVERSARIO E CONVITES DE EVENTOS. CADA
      * CONCESSAO OU RETIRADA E UM REGISTRO NOVO (O HISTORICO FICA);
      * A SITUACAO ATUAL E A DO ULTIMO REGISTRO DA FINALIDADE. AMIGO
      * SEM REGISTRO NA FINALIDADE NUNCA FOI CONSULTADO.
      * CS-DATA E A DATA EM QUE O AMIGO DEU OU RETIROU O CONSENTIMENTO
      * (AAAAMMDD); CS-DATA-REGISTRO E O DIA EM QUE FOI DIGITADO.
      * CHAVE: CS-CHAVE (APELIDO + FINALIDADE + DATA + HORA)
      *-----------------------------------------------------------------
       01  CONSENT-REC.
           05  CS-CHAVE.
               10  CS-APELIDO      PIC X(12).
               10  CS-FINALIDADE   PIC X(01).
                   88  CS-FIN-CARTA        VALUE "C".
                   88  CS-FIN-EMAIL        VALUE "E".
                   88  CS-FIN-CONVITE      VALUE "V".
                   88  CS-FINALIDADE-VALIDA VALUE "C" "E" "V".
               10  CS-DATA         PIC 9(08).
               10  CS-HORA         PIC 9(08).
           05  CS-SITUACAO         PIC X(01).
               88  CS-CONCEDIDO        VALUE "S".
               88  CS-RETIRADO         VALUE "N".
               88  CS-SITUACAO-VALIDA  VALUE "S" "N".
           05  CS-MEIO             PIC X(01).
               88  CS-MEIO-FORMULARIO  VALUE "F".
               88  CS-MEIO-EMAIL       VALUE "E".
               88  CS-MEIO-TELEFONE    VALUE "T".
               88  CS-MEIO-PESSOAL     VALUE "P".
               88  CS-MEIO-VALIDO      VALUE "F" "E" "T" "P".
           05  CS-OPERADOR         PIC X(03).
           05  CS-DATA-REGISTRO    PIC 9(08).
