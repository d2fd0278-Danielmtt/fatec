      *-----------------------------------------------------------------
      * PRESENTR.CPY - LAYOUT DO REGISTRO DE PRESENTES (PRESENTE-MASTER)
      * UM REGISTRO POR AMIGO, ANO, OCASIAO E SENTIDO: O PRESENTE QUE
      * DEMOS AO AMIGO (D) OU QUE RECEBEMOS DELE (R) NAQUELA OCASIAO.
      * PR-VALOR E O VALOR APROXIMADO DO PRESENTE.
      * CHAVE: PR-CHAVE (APELIDO + ANO + OCASIAO + SENTIDO)
      *-----------------------------------------------------------------
       01  PRESENTE-REC.
           05  PR-CHAVE.
               10  PR-APELIDO      PIC X(12).
               10  PR-ANO          PIC 9(04).
               10  PR-OCASIAO      PIC X(01).
                   88  PR-OC-ANIVERSARIO   VALUE "A".
                   88  PR-OC-NATAL         VALUE "N".
                   88  PR-OC-CASAMENTO     VALUE "C".
                   88  PR-OC-OUTRA         VALUE "O".
                   88  PR-OC-VALIDA        VALUE "A" "N" "C" "O".
               10  PR-SENTIDO      PIC X(01).
                   88  PR-DADO             VALUE "D".
                   88  PR-RECEBIDO         VALUE "R".
                   88  PR-SENTIDO-VALIDO   VALUE "D" "R".
           05  PR-DESCRICAO        PIC X(30).
           05  PR-VALOR            PIC 9(07)V99.
