      *-----------------------------------------------------------------
      * CONSPARM.CPY - PARAMETROS DO SUBPROGRAMA CONSVER, QUE DEVOLVE
      * A SITUACAO ATUAL DO CONSENTIMENTO DE UM AMIGO PARA UMA
      * FINALIDADE (C=CARTAS/ETIQUETAS, E=EMAIL DE ANIVERSARIO,
      * V=CONVITES). SO CK-CONSENTIU LIBERA A COMUNICACAO.
      * CK-DATA E A DATA DO ULTIMO REGISTRO (ZEROS SE NAO HOUVER).
      *-----------------------------------------------------------------
       01  CONS-PARAMETROS.
           05  CK-APELIDO          PIC X(12).
           05  CK-FINALIDADE       PIC X(01).
           05  CK-SITUACAO         PIC X(01).
               88  CK-CONSENTIU        VALUE "S".
               88  CK-RETIROU          VALUE "N".
               88  CK-NUNCA-PERGUNTADO VALUE "P".
           05  CK-DATA             PIC 9(08).
