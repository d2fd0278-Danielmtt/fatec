      * ST-ARQUIVO: "FONE" / "ENDE" / "GRUP"
      * ST-OPERACAO: "I" = INCLUIR/ALTERAR, "E" = EXCLUIR
      * ST-DADOS E REDEFINIDO CONFORME O ARQUIVO ALVO.
      * PAIS EM BRANCO = BR (VALEM DDD, UF E CEP); NO EXTERIOR O
      * TELEFONE VAI EM ST-FO-NUM-EXTERIOR E O CODIGO POSTAL EM
      * ST-EN-COD-POSTAL.
      *-----------------------------------------------------------------
       01  SATTRAN-REC.
           05  ST-ARQUIVO          PIC X(04).
               88  ST-OP-INCLUIR       VALUE "I".
               88  ST-OP-EXCLUIR       VALUE "E".
           05  ST-APELIDO          PIC X(12).
           05  ST-DADOS            PIC X(113).
           05  ST-DADOS-FONE REDEFINES ST-DADOS.
               10  ST-FO-SEQ       PIC 9(02).
               10  ST-FO-TIPO      PIC X(01).
               10  ST-FO-DDD       PIC 9(02).
               10  ST-FO-NUMERO    PIC X(09).
               10  ST-FO-PAIS      PIC X(02).
               10  ST-FO-NUM-EXTERIOR PIC X(14).
               10  FILLER          PIC X(83).
           05  ST-DADOS-ENDE REDEFINES ST-DADOS.
               10  ST-EN-LOGRADOURO PIC X(30).
               10  ST-EN-NUMERO    PIC X(06).
               10  ST-EN-CIDADE    PIC X(20).
               10  ST-EN-UF        PIC X(02).
               10  ST-EN-CEP       PIC X(08).
               10  ST-EN-PAIS      PIC X(02).
               10  ST-EN-COD-POSTAL PIC X(10).
           05  ST-DADOS-GRUP REDEFINES ST-DADOS.
               10  ST-AG-GRUPO     PIC X(03).
               10  FILLER          PIC X(110).
