      *-----------------------------------------------------------------
      * MAILSPLR.CPY - LAYOUT DO SPOOL DE EMAILS DE SAIDA (MAILSPL.DAT)
      * CADA MENSAGEM TEM UM REGISTRO DE CABECALHO (LINHA 000) E UM
      * REGISTRO POR LINHA DO CORPO (LINHA 001 EM DIANTE). O REGISTRO
      * DE ID ZERO E O CONTROLE COM O ULTIMO ID USADO.
      * DATAS NO FORMATO AAAAMMDD.
      * CHAVE: MS-CHAVE (ID DA MENSAGEM + LINHA)
      *-----------------------------------------------------------------
       01  MAILSPL-REC.
           05  MS-CHAVE.
               10  MS-ID           PIC 9(08).
               10  MS-LINHA        PIC 9(03).
           05  MS-DADOS            PIC X(140).
           05  MS-CABECALHO REDEFINES MS-DADOS.
               10  MS-APELIDO      PIC X(12).
               10  MS-DESTINO      PIC X(30).
               10  MS-ASSUNTO      PIC X(60).
               10  MS-ORIGEM       PIC X(08).
               10  MS-SITUACAO     PIC X(01).
                   88  MS-PENDENTE     VALUE "P".
                   88  MS-ENVIADA      VALUE "E".
                   88  MS-DEVOLVIDA    VALUE "D".
                   88  MS-CANCELADA    VALUE "C".
               10  MS-DATA-GERACAO PIC 9(08).
               10  MS-DATA-ENVIO   PIC 9(08).
               10  MS-QTD-LINHAS   PIC 9(02).
               10  FILLER          PIC X(11).
           05  MS-CORPO REDEFINES MS-DADOS.
               10  MS-TEXTO        PIC X(80).
               10  FILLER          PIC X(60).
           05  MS-CONTROLE REDEFINES MS-DADOS.
               10  MS-ULTIMO-ID    PIC 9(08).
               10  FILLER          PIC X(132).
