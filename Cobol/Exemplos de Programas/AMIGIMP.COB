      * REGISTRO E RECUSA CARGAS PARCIAIS OU COM  *
      * TIPOS DESCONHECIDOS. INCLUSOES E          *
      * ALTERACOES NO MESTRE PASSAM PELO          *
      * GRAVAUDI. TELEFONES E ENDERECOS SEM PAIS  *
      * (DOSSIES DE VERSAO ANTERIOR) ENTRAM COMO  *
      * BR.                                       *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
           SELECT ARQ-INTERCAM ASSIGN TO "INTERCAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS STANDARD.
       01  INTERCAM-REC.
           05  IT-TIPO             PIC X(01).
           05  IT-DADOS            PIC X(125).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-AMIGOS       PIC XX VALUE SPACES.
           END-IF.
      *-----------------------------------------------------------------
       APLICA-FONE.
           MOVE IT-DADOS(1:42) TO FONES-REC.
      *    DOSSIE GERADO ANTES DO CAMPO PAIS: TELEFONE DO BRASIL.
           IF FO-PAIS = SPACES
               MOVE "BR" TO FO-PAIS
           END-IF.
           WRITE FONES-REC
               INVALID KEY
                   REWRITE FONES-REC
           END-WRITE.
      *-----------------------------------------------------------------
       APLICA-ENDERECO.
           MOVE IT-DADOS(1:125) TO ENDER-REC.
      *    DOSSIE GERADO ANTES DO CAMPO PAIS: ENDERECO DO BRASIL.
           IF EN-PAIS = SPACES
               MOVE "BR" TO EN-PAIS
           END-IF.
           WRITE ENDER-REC
               INVALID KEY
                   REWRITE ENDER-REC
