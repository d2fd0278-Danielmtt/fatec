      *-----------------------------------------------------------------
      * LOGCTLR.CPY - LAYOUT DO CONTROLE DA CADEIA DO LOG DE AUDITORIA
      * (AMIGLOG.CTL, UM UNICO REGISTRO).
      * LC-ULT-SEQ/LC-ULT-VERIF: ULTIMO REGISTRO GRAVADO PELO GRAVAUDI,
      * DE ONDE SAI O ENCADEAMENTO DO PROXIMO.
      * LC-INICIO-SEQ/LC-INICIO-ANT: PRIMEIRA SEQUENCIA AINDA GUARDADA
      * E O VERIFICADOR QUE A PRECEDE; O ARQUILOG AVANCA ESTE PONTO AO
      * EXPURGAR GERACOES PELA RETENCAO (ZEROS = INICIO DESCONHECIDO).
      * LC-ANCORA-SEQ/LC-ANCORA-VERIF/LC-ANCORA-DATA: ULTIMO REGISTRO
      * CONFERIDO PELO VERIFLOG, REVISTO NA EXECUCAO SEGUINTE.
      *-----------------------------------------------------------------
       01  LOGCTL-REC.
           05  LC-ULT-SEQ          PIC 9(09).
           05  LC-ULT-VERIF        PIC 9(18).
           05  LC-INICIO-SEQ       PIC 9(09).
           05  LC-INICIO-ANT       PIC 9(18).
           05  LC-ANCORA-SEQ       PIC 9(09).
           05  LC-ANCORA-VERIF     PIC 9(18).
           05  LC-ANCORA-DATA      PIC 9(08).
