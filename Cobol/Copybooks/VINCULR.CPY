      *-----------------------------------------------------------------
      * VINCULR.CPY - LAYOUT DO REGISTRO DE VINCULO ENTRE DOIS AMIGOS
      * (VINCULO-MASTER): CONJUGE, FILHO, PAI/MAE, IRMAO OU COLEGA.
      * VI-TIPO DIZ O QUE VI-PARENTE E DE VI-APELIDO. CADA VINCULO E
      * GRAVADO NOS DOIS SENTIDOS, O SEGUNDO COM O TIPO INVERSO
      * (FILHO <-> PAI/MAE; OS DEMAIS SAO SIMETRICOS), DE MODO QUE OS
      * VINCULOS DE UM AMIGO SAO LIDOS PELO PREFIXO DA CHAVE.
      * CHAVE: VI-CHAVE (APELIDO + APELIDO DO PARENTE)
      *-----------------------------------------------------------------
       01  VINCULO-REC.
           05  VI-CHAVE.
               10  VI-APELIDO      PIC X(12).
               10  VI-PARENTE      PIC X(12).
           05  VI-TIPO             PIC X(01).
               88  VI-CONJUGE          VALUE "C".
               88  VI-FILHO            VALUE "F".
               88  VI-PAI-MAE          VALUE "P".
               88  VI-IRMAO            VALUE "I".
               88  VI-COLEGA           VALUE "T".
               88  VI-TIPO-VALIDO      VALUE "C" "F" "P" "I" "T".
