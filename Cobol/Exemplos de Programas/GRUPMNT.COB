           SELECT AMIGRUP-MASTER ASSIGN TO "AMIGRUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               FILE STATUS IS WS-FS-AMIGRUP.
      *
      *-----------------------------------------------------------------
           IF WS-FS-AMIGRUP NOT = "00"
               GO TO VERIFICA-USO-FIM
           END-IF.
           MOVE LOW-VALUES TO AG-CHAVE.
           START AMIGRUP-MASTER KEY NOT < AG-CHAVE
               INVALID KEY
                   SET FIM-AMIGRUP TO TRUE
           END-START.
