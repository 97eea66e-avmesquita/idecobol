              DISPLAY (07, 07) "04-Locais (LOCCAD)"
              DISPLAY (08, 07) "05-Departamentos (DEPCAD)"
              DISPLAY (09, 07) "06-Ponto de Pedido (PONTOPED)"
              DISPLAY (10, 07) "29-Min/Max por Local (LOCMCAD)"
           END-IF.
           IF OP-PERM-INCLUI = "S"
              DISPLAY (04, 40) "07-Movimentos (MOVCAD)"
              DISPLAY (05, 40) "08-Requisicoes (REQCAD)"
              DISPLAY (06, 40) "09-Atendimento (REQATE)"
              DISPLAY (07, 40) "10-Contagem Fisica (CONTCAD)"
              DISPLAY (14, 07) "19-Ordens de Compra (ORDCAD)"
              DISPLAY (14, 40) "20-Devolucao Fornec. (DEVCAD)"
              DISPLAY (15, 07) "21-Contagem Ciclica (CICLCAD)"
              DISPLAY (16, 07) "23-Respostas Cotacao (COTCAD)"
              DISPLAY (16, 40) "24-Nota Fiscal Entrada (NFCAD)"
              DISPLAY (18, 07) "27-Emprestimos (EMPCAD)"
           END-IF.
           IF OP-PERM-ALTERA = "S"
              DISPLAY (08, 40) "11-Reajuste de Custos (CUSTAJU)"
              DISPLAY (09, 40) "12-Fechamento de Mes (FECHMES)"
              DISPLAY (17, 07) "25-Composicao de Kits (KITCAD)"
              DISPLAY (17, 40) "26-Consignado (CONSCAD)"
              DISPLAY (18, 40) "28-Substitutos (SUBCAD)"
              DISPLAY (10, 40) "30-Prod. Controlados (CTLCAD)"
           END-IF.
           IF OP-PERM-CONSUL = "S"
              DISPLAY (11, 07) "13-Consulta Produtos (ALMOXNAV)"
              DISPLAY (13, 07) "15-Operadores (OPERCAD)"
              DISPLAY (13, 40) "16-Limites (LIMCAD)"
              DISPLAY (12, 40) "18-Contas Contabeis (CATCNCAD)"
              DISPLAY (15, 40) "22-Liberacao Requis. (REQLIB)"
           END-IF.
           DISPLAY (22, 07) "99-Sair".
       040-ESCOLHA.
           DISPLAY (23, 07) "Opcao: ".
           ACCEPT (23, 15) WS-ESCOLHA WITH PROMPT.
           IF WS-ESCOLHA = 99
              GO TO 060-FIM.
           IF WS-ESCOLHA = 01 AND WS-PODE-CAD = "S"
              CALL "CATCNCAD"
              CANCEL "CATCNCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 19 AND OP-PERM-INCLUI = "S"
              CALL "ORDCAD"
              CANCEL "ORDCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 20 AND OP-PERM-INCLUI = "S"
              CALL "DEVCAD"
              CANCEL "DEVCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 21 AND OP-PERM-INCLUI = "S"
              CALL "CICLCAD"
              CANCEL "CICLCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 22 AND OP-SUPERVISOR = "S"
              CALL "REQLIB"
              CANCEL "REQLIB"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 23 AND OP-PERM-INCLUI = "S"
              CALL "COTCAD"
              CANCEL "COTCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 24 AND OP-PERM-INCLUI = "S"
              CALL "NFCAD"
              CANCEL "NFCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 25 AND OP-PERM-ALTERA = "S"
              CALL "KITCAD"
              CANCEL "KITCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 26 AND OP-PERM-ALTERA = "S"
              CALL "CONSCAD"
              CANCEL "CONSCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 27 AND OP-PERM-INCLUI = "S"
              CALL "EMPCAD"
              CANCEL "EMPCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 28 AND OP-PERM-ALTERA = "S"
              CALL "SUBCAD"
              CANCEL "SUBCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 29 AND WS-PODE-CAD = "S"
              CALL "LOCMCAD"
              CANCEL "LOCMCAD"
              GO TO 020-MENU.
           IF WS-ESCOLHA = 30 AND OP-PERM-ALTERA = "S"
              CALL "CTLCAD"
              CANCEL "CTLCAD"
              GO TO 020-MENU.
           DISPLAY (24, 07) "Opcao Invalida ou Nao Autorizada".
           GO TO 040-ESCOLHA.
       055-ENCERRA-SESSAO.
           OPEN OUTPUT SESSAO-S.
