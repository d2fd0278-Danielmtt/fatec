      *-----------------------------------------------------------------
      * LEMBRETR.CPY - LAYOUT DO REGISTRO DE LEMBRETES SOBRE OS AMIGOS
      * (LEMBRETE-MASTER): "LIGAR PARA O MARCOS EM 03/11 SOBRE O
      * APARTAMENTO". LB-VENCIMENTO NO FORMATO AAAAMMDD. LEMBRETE QUE
      * SE REPETE (LB-REPETE-QTD > 0) NAO E CONCLUIDO: AO SER FEITO,
      * O VENCIMENTO AVANCA O INTERVALO E ELE CONTINUA EM ABERTO.
      * LB-DATA-FEITO GUARDA A ULTIMA VEZ EM QUE FOI FEITO.
      * CHAVE: LB-CHAVE (APELIDO + SEQUENCIA)
      *-----------------------------------------------------------------
       01  LEMBRETE-REC.
           05  LB-CHAVE.
               10  LB-APELIDO      PIC X(12).
               10  LB-SEQ          PIC 9(03).
           05  LB-VENCIMENTO       PIC 9(08).
           05  LB-TEXTO            PIC X(60).
           05  LB-REPETE-QTD       PIC 9(03).
           05  LB-REPETE-UNID      PIC X(01).
               88  LB-REPETE-DIAS      VALUE "D".
               88  LB-REPETE-SEMANAS   VALUE "S".
               88  LB-REPETE-MESES     VALUE "M".
               88  LB-REPETE-ANOS      VALUE "A".
               88  LB-UNIDADE-VALIDA   VALUE "D" "S" "M" "A".
           05  LB-SITUACAO         PIC X(01).
               88  LB-ABERTO           VALUE "A".
               88  LB-CONCLUIDO        VALUE "C".
           05  LB-DATA-INCLUSAO    PIC 9(08).
           05  LB-DATA-FEITO       PIC 9(08).
