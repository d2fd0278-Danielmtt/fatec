      *-----------------------------------------------------------------
      * RELRETR.CPY - LAYOUT DA REGRA DE RETENCAO DAS GERACOES DE UM
      * RELATORIO (RELRETEN-MASTER). RT-GERACOES E QUANTAS GERACOES
      * MAIS NOVAS FICAM; RT-DIAS E A IDADE MAXIMA DE UMA GERACAO.
      * ZERO NUM DOS DOIS CAMPOS DESLIGA AQUELE LIMITE. RELATORIO SEM
      * REGRA FICA COM AS 10 ULTIMAS GERACOES.
      * CHAVE: RT-RELATORIO (NOME DO .LST SEM A EXTENSAO)
      *-----------------------------------------------------------------
       01  RELRETEN-REC.
           05  RT-RELATORIO        PIC X(08).
           05  RT-GERACOES         PIC 9(03).
           05  RT-DIAS             PIC 9(04).
