      *-----------------------------------------------------------------
      * CADEPARM.CPY - PARAMETROS DO SUBPROGRAMA ENCADEIA, QUE CALCULA
      * O VERIFICADOR DE UM REGISTRO DO LOG DE AUDITORIA A PARTIR DO
      * CONTEUDO (DATA A SEQUENCIA, SEM O PROPRIO VERIFICADOR) E DO
      * VERIFICADOR DO REGISTRO ANTERIOR.
      *-----------------------------------------------------------------
       01  CADEIA-PARAMETROS.
           05  CD-REGISTRO         PIC X(221).
           05  CD-VERIF-ANTERIOR   PIC 9(18).
           05  CD-VERIFICADOR      PIC 9(18).
