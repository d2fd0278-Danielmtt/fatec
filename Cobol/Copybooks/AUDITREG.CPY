      *-----------------------------------------------------------------
      * AUDITREG.CPY - LAYOUT DO REGISTRO DE LOG DE AUDITORIA
      * GRAVADO PELO SUBPROGRAMA GRAVAUDI A CADA INCLUSAO/ALTERACAO/
      * EXCLUSAO NO ARQUIVO MESTRE DE AMIGOS E A CADA CONCESSAO OU
      * RETIRADA DE CONSENTIMENTO (OPERACAO C). NA OPERACAO C AS
      * IMAGENS SAO O REGISTRO DE CONSENT.DAT (CONSENTR.CPY) QUE
      * VALIA ANTES (BRANCOS SE NAO HAVIA) E O GRAVADO.
      * CADA REGISTRO LEVA UM NUMERO DE SEQUENCIA E UM VERIFICADOR
      * ENCADEADO AO DO REGISTRO ANTERIOR (SUBPROGRAMA ENCADEIA), O
      * QUE O VERIFLOG CONFERE. A LINHA REMOVIDA PELO LGPDESQ VIRA UMA
      * MARCA (OPERACAO X, SEM APELIDO) QUE CONSERVA A SEQUENCIA E O
      * VERIFICADOR ORIGINAIS; A EXECUCAO DO LGPDESQ FICA REGISTRADA
      * NA CADEIA PELA OPERACAO L, TAMBEM SEM APELIDO. REGISTROS COM
      * SEQUENCIA ZERADA OU NAO NUMERICA SAO ANTERIORES A CADEIA.
      *-----------------------------------------------------------------
       01  AUDIT-REC.
           05  AU-DATA             PIC 9(08).
               88  AU-OP-ALTERACAO  VALUE "A".
               88  AU-OP-EXCLUSAO   VALUE "E".
               88  AU-OP-EXPURGO    VALUE "P".
               88  AU-OP-CONSENTIMENTO VALUE "C".
               88  AU-OP-REMOVIDO   VALUE "X".
               88  AU-OP-ESQUECIMENTO VALUE "L".
           05  AU-VALOR-ANTES      PIC X(81).
           05  AU-VALOR-DEPOIS     PIC X(81).
           05  AU-OPERADOR         PIC X(03).
           05  AU-SEQUENCIA        PIC 9(09).
           05  AU-VERIFICADOR      PIC 9(18).
