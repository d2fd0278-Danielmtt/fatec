      *-----------------------------------------------------------------
      * ENDERR.CPY - LAYOUT DO REGISTRO DE ENDERECO POSTAL DOS AMIGOS
      * (ENDER-MASTER), USADO NA MALA DIRETA E NAS ETIQUETAS.
      * EN-PAIS: SIGLA DO PAIS NA TABELA PAISTAB.DAT (BRANCOS = BR).
      * NO BRASIL VALEM EN-UF E EN-CEP; NO EXTERIOR EN-UF E A SIGLA
      * OPCIONAL DO ESTADO/PROVINCIA, EN-CEP FICA ZERADO E O CODIGO
      * POSTAL VAI EM EN-COD-POSTAL.
      * CHAVE: EN-APELIDO
      *-----------------------------------------------------------------
       01  ENDER-REC.
           05  EN-CIDADE           PIC X(20).
           05  EN-UF               PIC X(02).
           05  EN-CEP              PIC 9(08).
           05  EN-PAIS             PIC X(02).
               88  EN-PAIS-BRASIL      VALUE "BR" SPACES.
           05  EN-COD-POSTAL       PIC X(10).
