      * AUDITORIA (A SESSAO EM OPERSESS.CTL FICA  *
      * COMO RESERVA PARA OS PROGRAMAS BATCH), E  *
      * DESPACHA OS PROGRAMAS DE MANUTENCAO,      *
      * CONSULTA, LISTAGEM E EXPORTACAO. A OPCAO  *
      * 30 ALTERNA ENTRE AS DUAS PAGINAS DO MENU; *
      * QUALQUER OPCAO VALE DE QUALQUER PAGINA.   *
      *******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 WS-OPER-NOME  PIC X(30) VALUE SPACES.
       01 WS-OPER-LIVRE PIC X VALUE "N".
           88 OPER-LIVRE    VALUE "S".
       01 WS-PAGINA     PIC 9 VALUE 1.
           88 PRIMEIRA-PAGINA VALUE 1.
           88 SEGUNDA-PAGINA  VALUE 2.
       01 WS-LIN-TELA   PIC 9(02) VALUE ZEROS.
       01 WS-LINHA-LIMPA PIC X(78) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY (23, 01) WS-MENSAGEM.
           DISPLAY (02, 25) "CADASTRO DE AMIGOS - MENU".
           PERFORM VARYING WS-LIN-TELA FROM 5 BY 1
                   UNTIL WS-LIN-TELA > 20
               DISPLAY (WS-LIN-TELA, 01) WS-LINHA-LIMPA
           END-PERFORM.
           IF PRIMEIRA-PAGINA
               PERFORM EXIBE-PAGINA-1
           ELSE
               PERFORM EXIBE-PAGINA-2
           END-IF.
           DISPLAY (21, 10) "OPCAO : ".
           ACCEPT (21, 20) WS-OPCAO.
      *-----------------------------------------------------------------
       EXIBE-PAGINA-1.
           DISPLAY (05, 10) "1 - INCLUIR AMIGO (APELIDO)".
           DISPLAY (06, 10) "2 - ATUALIZAR DADOS (NOME/EMAIL/DATA)".
           DISPLAY (07, 10) "3 - CONSULTAR AMIGO".
           DISPLAY (17, 45) "27 - CARTAS POR GRUPO/MES".
           DISPLAY (18, 45) "28 - EXTRATO LGPD".
           DISPLAY (19, 45) "29 - ESQUECIMENTO LGPD".
           DISPLAY (20, 45) "30 - MAIS OPCOES".
      *-----------------------------------------------------------------
       EXIBE-PAGINA-2.
           DISPLAY (05, 10) "31 - DESPESAS DE EVENTO".
           DISPLAY (06, 10) "32 - RATEIO DE EVENTO".
           DISPLAY (07, 10) "33 - QUITAR PAGAMENTO".
           DISPLAY (08, 10) "34 - DEVEDORES EM ABERTO".
           DISPLAY (09, 10) "35 - PRESENTES DO AMIGO".
           DISPLAY (10, 10) "36 - RELATORIO DE PRESENTES".
           DISPLAY (11, 10) "37 - DEVOLUCOES DE EMAIL".
           DISPLAY (12, 10) "38 - ENVIAR EMAILS AO GATEWAY".
           DISPLAY (13, 10) "39 - EXPORTAR CALENDARIO (.ICS)".
           DISPLAY (14, 10) "40 - EXPORTAR AGENDA (VCARD)".
           DISPLAY (15, 10) "41 - IMPORTAR AGENDA (VCARD)".
           DISPLAY (16, 10) "42 - LEMBRETES DO AMIGO".
           DISPLAY (17, 10) "43 - LISTA DO DIA (LEMBRETES)".
           DISPLAY (18, 10) "44 - VINCULOS ENTRE AMIGOS".
           DISPLAY (19, 10) "0 - SAIR".
           DISPLAY (05, 45) "45 - ARQUIVO DE RELATORIOS".
           DISPLAY (06, 45) "46 - COPIA ANONIMIZADA".
           DISPLAY (07, 45) "47 - CONSENTIMENTO DO AMIGO".
           DISPLAY (08, 45) "48 - CONSENTIMENTO NAO PEDIDO".
           DISPLAY (09, 45) "49 - CONFERE CADEIA DO LOG".
           DISPLAY (20, 45) "30 - VOLTAR".
      *-----------------------------------------------------------------
       PROCESSA-OPCAO.
           EVALUATE WS-OPCAO
                   CALL "LGPDEXT"
               WHEN 29
                   CALL "LGPDESQ"
               WHEN 30
                   IF PRIMEIRA-PAGINA
                       SET SEGUNDA-PAGINA TO TRUE
                   ELSE
                       SET PRIMEIRA-PAGINA TO TRUE
                   END-IF
               WHEN 31
                   CALL "DESPMNT"
               WHEN 32
                   CALL "RATEIO"
               WHEN 33
                   CALL "QUITMNT"
               WHEN 34
                   CALL "DEVEDREL"
               WHEN 35
                   CALL "PRESMNT"
               WHEN 36
                   CALL "PRESREL"
               WHEN 37
                   CALL "MAILDEV"
               WHEN 38
                   CALL "MAILGW"
               WHEN 39
                   CALL "ICALEXP"
               WHEN 40
                   CALL "VCARDEXP"
               WHEN 41
                   CALL "VCARDIMP"
               WHEN 42
                   CALL "LEMBMNT"
               WHEN 43
                   CALL "LEMBLIST"
               WHEN 44
                   CALL "VINCMNT"
               WHEN 45
                   CALL "RELVER"
               WHEN 46
                   CALL "AMIGANON"
               WHEN 47
                   CALL "CONSMNT" USING WS-OPERADOR
               WHEN 48
                   CALL "CONSREL"
               WHEN 49
                   CALL "VERIFLOG"
               WHEN 0
                   SET SAIR-MENU TO TRUE
               WHEN OTHER
