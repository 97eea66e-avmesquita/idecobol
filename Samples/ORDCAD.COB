       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORDCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * MANUTENCAO DE ORDENS DE COMPRA PELO COMPRADOR
      * A ordem de compra e um cabecalho em ORDENS.DAT (numero,
      * fornecedor, data, prazo de entrega em dias, origem e
      * situacao) com as linhas de item em ORDITEM.DAT (produto,
      * quantidade pedida, quantidade recebida ate o momento, preco
      * combinado e situacao propria de cada linha: A aberta,
      * P parcial, R recebida, C cancelada).
      * Numero zero abre uma ordem avulsa: o fornecedor e validado
      * contra FORNECED.DAT, o numero sai da mesma sequencia
      * ORDNUM.DAT do PEDCOM e os itens sao digitados em seguida
      * (produto ativo de ALMOX.DAT, quantidade e preco, proposto
      * pela cotacao do fornecedor em CATFORN.DAT ou pelo custo
      * medio). Numa ordem existente cada item pode ter a quantidade
      * pedida alterada (nunca abaixo do que ja foi recebido) ou ser
      * cancelado; item 999 acrescenta linha nova. A situacao do
      * cabecalho e refeita pelas linhas a cada alteracao: aberta,
      * parcial, baixada (tudo recebido ou cancelado) ou cancelada
      * (todas as linhas canceladas). O recebimento das linhas e
      * feito pelo MOVPOST a cada entrada posicionada.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao (perfil do OPERCAD), como no REQCAD.
      * Produto kit nao e pedido ao fornecedor: compram-se os seus
      * componentes.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               FILE STATUS IS WS-FS-ORDENS.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
           SELECT ORDNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-ORDNUM.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
           SELECT CATFORN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WS-FS-CATFORN.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENS-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDEM
           VALUE OF FILE-ID "ORDENS.DAT".
       01  REG-ORDEM.
           02  OC-NUMERO      PIC 9(06).
           02  OC-COD-FORNEC  PIC 9(04).
           02  OC-DATA        PIC 9(08).
           02  OC-PRAZO       PIC 9(03).
           02  OC-ORIGEM      PIC X(01).
               88  ORDEM-DO-PEDCOM     VALUE "P".
               88  ORDEM-AVULSA        VALUE "M".
           02  OC-OPERADOR    PIC 9(04).
           02  OC-SITUACAO    PIC X(01).
               88  ORDEM-ABERTA        VALUE "A".
               88  ORDEM-PARCIAL       VALUE "P".
               88  ORDEM-BAIXADA       VALUE "B".
               88  ORDEM-CANCELADA     VALUE "C".
       FD ORDITEM-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDITEM
           VALUE OF FILE-ID "ORDITEM.DAT".
       01  REG-ORDITEM.
           02  OI-CHAVE.
               03  OI-NUMERO      PIC 9(06).
               03  OI-ITEM        PIC 9(03).
           02  OI-COD-PRODUTO PIC 9(04).
           02  OI-QTD-PEDIDA  PIC 9(04).
           02  OI-QTD-RECEBIDA PIC 9(04).
           02  OI-PRECO       PIC 9(05)V99.
           02  OI-DATA-ENTRADA PIC 9(08).
           02  OI-SITUACAO    PIC X(01).
               88  ITEM-ABERTO         VALUE "A".
               88  ITEM-PARCIAL        VALUE "P".
               88  ITEM-RECEBIDO       VALUE "R".
               88  ITEM-CANCELADO      VALUE "C".
       FD ORDNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDNUM
           VALUE OF FILE-ID "ORDNUM.DAT".
       01  REG-ORDNUM.
           02  ON-ULTIMO      PIC 9(06).
       FD ALMOX-S
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALMOX
           VALUE OF FILE-ID "ALMOX.DAT".
       01  REG-ALMOX.
           02  COD-PRODUTO    PIC 9(04).
           02  NOME-PRODUTO   PIC X(30).
           02  QTD-ESTOQUE    PIC 9(04).
           02  CUSTO-UNITARIO PIC 9(05)V99.
           02  CUSTO-TOTAL    PIC 9(06)V99.
           02  DATA-CADASTRO.
               03  DC-ANO     PIC 9(04).
               03  DC-MES     PIC 9(02).
               03  DC-DIA     PIC 9(02).
           02  HORA-CADASTRO.
               03  HC-HOR     PIC 9(02).
               03  HC-MIN     PIC 9(02).
               03  HC-SEG     PIC 9(02).
           02  AREA-OCUPADA   PIC 9(04)V99.
           02  COD-FORNECEDOR PIC 9(04).
           02  UNIDADE-MEDIDA PIC X(02).
               88  UNIDADE-VALIDA VALUE "CX" "UN" "KG" "LT"
                   "PC" "MT".
           02  CATEGORIA      PIC X(10).
           02  UNIDADE-COMPRA PIC X(02).
           02  FATOR-COMPRA   PIC 9(03).
           02  SITUACAO-PRODUTO PIC X(01).
               88  PRODUTO-ATIVO        VALUE "A" " ".
               88  PRODUTO-BLOQUEADO    VALUE "B".
               88  PRODUTO-DESCONT     VALUE "D".
           02  TIPO-PRODUTO   PIC X(01).
               88  PRODUTO-KIT          VALUE "K".
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
       FD CATFORN-S
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CATFORN
           VALUE OF FILE-ID "CATFORN.DAT".
       01  REG-CATFORN.
           02  CT-CHAVE.
               03  CT-COD-PRODUTO PIC 9(04).
               03  CT-COD-FORNEC  PIC 9(04).
           02  CT-PRECO       PIC 9(05)V99.
           02  CT-DATA-COT.
               03  CT-ANO     PIC 9(04).
               03  CT-MES     PIC 9(02).
               03  CT-DIA     PIC 9(02).
       FD OPERADOR-S
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID "OPERADOR.DAT".
       01  REG-OPERADOR.
           02  OP-CODIGO      PIC 9(04).
           02  OP-NOME        PIC X(20).
           02  OP-SENHA       PIC X(06).
           02  OP-PERM-INCLUI PIC X(01).
           02  OP-PERM-ALTERA PIC X(01).
           02  OP-PERM-EXCLUI PIC X(01).
           02  OP-PERM-CONSUL PIC X(01).
           02  OP-SUPERVISOR  PIC X(01).
           02  OP-BLOQUEADO   PIC X(01).
               88  OPERADOR-BLOQUEADO  VALUE "S".
           02  OP-FALHAS      PIC 9(02).
           02  OP-DATA-SENHA  PIC 9(08).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-ACAO        PIC X(01) VALUE SPACE.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-ITEM        PIC 9(03) VALUE ZEROS.
           02  WS-ULT-ITEM    PIC 9(03) VALUE ZEROS.
           02  WS-NOVA-QTD    PIC 9(04) VALUE ZEROS.
           02  WS-FIM-SCAN    PIC X(01) VALUE "N".
           02  WS-QT-ABERTOS  PIC 9(03) VALUE ZEROS.
           02  WS-QT-PARCIAIS PIC 9(03) VALUE ZEROS.
           02  WS-QT-RECEBIDOS PIC 9(03) VALUE ZEROS.
           02  WS-QT-CANCELADOS PIC 9(03) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 23  VALUE
               "MANUTENCAO DE ORDENS DE COMPRA".
           02  LINE  3 COLUMN 07  VALUE "Numero da Ordem (0=Nova):".
           02  LINE  4 COLUMN 07  VALUE "Codigo do Fornecedor...:".
           02  LINE  5 COLUMN 07  VALUE "Nome do Fornecedor.....:".
           02  LINE  6 COLUMN 07  VALUE "Prazo de Entrega (dias):".
           02  LINE  7 COLUMN 07  VALUE "Data / Situacao........:".
           02  LINE  9 COLUMN 07  VALUE "Item (0=Fim / 999=Novo):".
           02  LINE 10 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE 11 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE 12 COLUMN 07  VALUE "Qtd Pedida / Recebida..:".
           02  LINE 13 COLUMN 07  VALUE "Preco Unitario.........:".
           02  LINE 14 COLUMN 07  VALUE "Situacao do Item.......:".
           02  LINE 15 COLUMN 07  VALUE
               "Acao (A-ltera/C-ancela):".
           02  LINE 16 COLUMN 07  VALUE "Nova Qtd Pedida........:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O ORDENS-S.
           IF WS-FS-ORDENS = "35"
              OPEN OUTPUT ORDENS-S
              CLOSE ORDENS-S
              OPEN I-O ORDENS-S
           END-IF.
           IF WS-FS-ORDENS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              GOBACK
           END-IF.
           OPEN I-O ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN I-O ORDITEM-S
           END-IF.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDITEM.DAT - Status: " WS-FS-ORDITEM
              GOBACK
           END-IF.
           OPEN I-O ORDNUM-S.
           IF WS-FS-ORDNUM = "35"
              OPEN OUTPUT ORDNUM-S
              MOVE ZEROS TO ON-ULTIMO
              WRITE REG-ORDNUM
              CLOSE ORDNUM-S
              OPEN I-O ORDNUM-S
           END-IF.
           READ ORDNUM-S
               AT END
                   MOVE ZEROS TO ON-ULTIMO
           END-READ.
           MOVE ON-ULTIMO TO WS-ULT-NUMERO.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir FORNECED.DAT - Status: " WS-FS-FORNEC
              GOBACK
           END-IF.
           OPEN INPUT CATFORN-S.
           IF WS-FS-CATFORN = "35"
              OPEN OUTPUT CATFORN-S
              CLOSE CATFORN-S
              OPEN INPUT CATFORN-S
           END-IF.
           IF WS-FS-CATFORN NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CATFORN.DAT - Status: " WS-FS-CATFORN
              GOBACK
           END-IF.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR = "35"
              OPEN OUTPUT OPERADOR-S
              MOVE 0001 TO OP-CODIGO
              MOVE "SUPERVISOR" TO OP-NOME
              MOVE "MESTRE" TO OP-SENHA
              MOVE "S" TO OP-PERM-INCLUI
              MOVE "S" TO OP-PERM-ALTERA
              MOVE "S" TO OP-PERM-EXCLUI
              MOVE "S" TO OP-PERM-CONSUL
              MOVE "S" TO OP-SUPERVISOR
              MOVE "N" TO OP-BLOQUEADO
              MOVE ZEROS TO OP-FALHAS
              MOVE ZEROS TO OP-DATA-SENHA
              WRITE REG-OPERADOR
              CLOSE OPERADOR-S
              OPEN INPUT OPERADOR-S
           END-IF.
           IF WS-FS-OPERADOR NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir OPERADOR.DAT - Status: " WS-FS-OPERADOR
              GOBACK
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       012-ASSINA.
           MOVE "ORDCAD" TO WS-PROGRAMA.
           CALL "ASSINA" USING WS-PROGRAMA WS-OPERADOR WS-RESULTADO.
           IF WS-RESULTADO NOT = "A"
              DISPLAY (10, 15) "Acesso Negado - Programa Encerrado"
              GOBACK.
           MOVE WS-OPERADOR TO OP-CODIGO.
           READ OPERADOR-S
               INVALID KEY
                   DISPLAY (10, 15) "Operador Nao Cadastrado"
                   GOBACK
           END-READ.
           IF OP-PERM-INCLUI NOT = "S"
              DISPLAY (10, 15)
                 "Operador Sem Permissao de Lancamento"
              GOBACK.
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 33) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
       040-NUMERO.
           ACCEPT (03, 33) WS-NUMERO WITH PROMPT.
           IF WS-NUMERO = 999999
              GO TO 060-FIM.
           IF WS-NUMERO = ZEROS
              GO TO 042-FORNECEDOR.
           MOVE WS-NUMERO TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   DISPLAY (21, 18) "Ordem Nao Encontrada - Redigite"
                   GO TO 040-NUMERO
           END-READ.
           PERFORM 046-MOSTRA-ORDEM THRU 046-MOSTRA-ORDEM-EXIT.
           IF ORDEM-BAIXADA OR ORDEM-CANCELADA
              DISPLAY (21, 18) "Ordem Encerrada - So Consulta"
           END-IF.
           GO TO 050-ITEM.
      *    Ordem avulsa: fornecedor, prazo e numero novo da mesma
      *    sequencia do PEDCOM.
       042-FORNECEDOR.
           DISPLAY (21, 18) "                                    ".
           ACCEPT (04, 32) OC-COD-FORNEC WITH PROMPT.
           IF OC-COD-FORNEC = ZEROS
              GO TO 030-LIMPA-DADOS.
           MOVE OC-COD-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   DISPLAY (21, 18) "Fornecedor Nao Cadastrado"
                   GO TO 042-FORNECEDOR
           END-READ.
           DISPLAY (05, 32) FOR-NOME.
       043-PRAZO.
           MOVE 15 TO OC-PRAZO.
           DISPLAY (06, 32) OC-PRAZO.
           ACCEPT (06, 32) OC-PRAZO WITH PROMPT.
           IF OC-PRAZO = ZEROS
              DISPLAY (21, 18) "Prazo Invalido - Redigite"
              GO TO 043-PRAZO.
           DISPLAY (21, 18) "Confirma Nova Ordem (S/N)?".
           ACCEPT (21, 45) WS-CONFIRMA.
           DISPLAY (21, 18) "                                    ".
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Ordem Nao Gravada"
              GO TO 030-LIMPA-DADOS.
       044-GRAVA-CABECALHO.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO TO OC-NUMERO.
           MOVE WS-DATA-HOJE TO OC-DATA.
           MOVE "M" TO OC-ORIGEM.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "A" TO OC-SITUACAO.
           WRITE REG-ORDEM
               INVALID KEY
                   GO TO 044-GRAVA-CABECALHO
           END-WRITE.
           MOVE OC-NUMERO TO WS-NUMERO.
           DISPLAY (03, 33) OC-NUMERO.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           PERFORM 046-MOSTRA-ORDEM THRU 046-MOSTRA-ORDEM-EXIT.
           DISPLAY (21, 18) "Ordem Gravada - Digite os Itens".
           GO TO 055-NOVO-ITEM.
       050-ITEM.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           ACCEPT (09, 32) WS-ITEM WITH PROMPT.
           IF WS-ITEM = ZEROS
              GO TO 030-LIMPA-DADOS.
           IF WS-ITEM = 999
              IF ORDEM-BAIXADA OR ORDEM-CANCELADA
                 DISPLAY (21, 18) "Ordem Encerrada - Nao Inclui Item"
                 GO TO 050-ITEM
              ELSE
                 GO TO 055-NOVO-ITEM
              END-IF
           END-IF.
           MOVE WS-NUMERO TO OI-NUMERO.
           MOVE WS-ITEM   TO OI-ITEM.
           READ ORDITEM-S
               INVALID KEY
                   DISPLAY (21, 18) "Item Nao Encontrado - Redigite"
                   GO TO 050-ITEM
           END-READ.
           PERFORM 047-MOSTRA-ITEM THRU 047-MOSTRA-ITEM-EXIT.
           IF NOT ITEM-ABERTO AND NOT ITEM-PARCIAL
              DISPLAY (21, 18) "Item Encerrado - So Consulta"
              GO TO 050-ITEM.
       052-ACAO.
           ACCEPT (15, 32) WS-ACAO WITH PROMPT.
           IF WS-ACAO = "a"
              MOVE "A" TO WS-ACAO.
           IF WS-ACAO = "c"
              MOVE "C" TO WS-ACAO.
           IF WS-ACAO NOT = "A" AND WS-ACAO NOT = "C"
              DISPLAY (21, 18) "Acao Invalida - Redigite"
              GO TO 052-ACAO.
           IF WS-ACAO = "C"
              GO TO 054-CANCELA.
      *    A quantidade pedida nunca fica abaixo do ja recebido;
      *    igual ao recebido encerra a linha como recebida.
       053-ALTERA.
           ACCEPT (16, 32) WS-NOVA-QTD WITH PROMPT.
           IF WS-NOVA-QTD = ZEROS
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 053-ALTERA.
           IF WS-NOVA-QTD < OI-QTD-RECEBIDA
              DISPLAY (21, 18) "Abaixo do Ja Recebido - Redigite"
              GO TO 053-ALTERA.
           MOVE WS-NOVA-QTD TO OI-QTD-PEDIDA.
           IF OI-QTD-RECEBIDA NOT < OI-QTD-PEDIDA
              MOVE "R" TO OI-SITUACAO
           ELSE
              IF OI-QTD-RECEBIDA > ZEROS
                 MOVE "P" TO OI-SITUACAO
              ELSE
                 MOVE "A" TO OI-SITUACAO
              END-IF
           END-IF.
           GO TO 058-REGRAVA-ITEM.
       054-CANCELA.
           DISPLAY (21, 18) "Confirma Cancelamento (S/N)?".
           ACCEPT (21, 47) WS-CONFIRMA.
           DISPLAY (21, 18) "                                    ".
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Cancelamento Desistido"
              GO TO 050-ITEM.
           MOVE "C" TO OI-SITUACAO.
           GO TO 058-REGRAVA-ITEM.
      *    Linha nova: numero do item e o ultimo da ordem mais um.
       055-NOVO-ITEM.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           PERFORM 070-ULTIMO-ITEM THRU 070-ULTIMO-ITEM-EXIT.
           ADD 1 TO WS-ULT-ITEM.
           DISPLAY (09, 32) WS-ULT-ITEM.
       056-PRODUTO.
           ACCEPT (10, 32) OI-COD-PRODUTO WITH PROMPT.
           IF OI-COD-PRODUTO = ZEROS
              GO TO 050-ITEM.
           MOVE OI-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 056-PRODUTO
           END-READ.
           IF NOT PRODUTO-ATIVO
              DISPLAY (21, 18) "Produto B/D - Nao Pode Ser Pedido"
              GO TO 056-PRODUTO.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit - Lance nos Componentes"
              GO TO 056-PRODUTO.
           DISPLAY (11, 32) NOME-PRODUTO.
       057-QUANTIDADE.
           ACCEPT (12, 32) OI-QTD-PEDIDA WITH PROMPT.
           IF OI-QTD-PEDIDA < 1
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 057-QUANTIDADE.
      *    Preco proposto pela cotacao do fornecedor da ordem; sem
      *    cotacao, pelo custo medio corrente do produto.
           MOVE OI-COD-PRODUTO TO CT-COD-PRODUTO.
           MOVE OC-COD-FORNEC  TO CT-COD-FORNEC.
           READ CATFORN-S
               INVALID KEY
                   MOVE CUSTO-UNITARIO TO OI-PRECO
               NOT INVALID KEY
                   MOVE CT-PRECO TO OI-PRECO
           END-READ.
           DISPLAY (13, 32) OI-PRECO.
           ACCEPT (13, 32) OI-PRECO WITH PROMPT.
           MOVE WS-NUMERO   TO OI-NUMERO.
           MOVE WS-ULT-ITEM TO OI-ITEM.
           MOVE ZEROS TO OI-QTD-RECEBIDA.
           MOVE ZEROS TO OI-DATA-ENTRADA.
           MOVE "A" TO OI-SITUACAO.
           WRITE REG-ORDITEM
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Item da Ordem"
                   GO TO 050-ITEM
           END-WRITE.
           PERFORM 075-SITUACAO-ORDEM THRU 075-SITUACAO-ORDEM-EXIT.
           DISPLAY (21, 18) "Item Gravado - Proximo (0=Fim)".
           GO TO 055-NOVO-ITEM.
       058-REGRAVA-ITEM.
           REWRITE REG-ORDITEM
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Item da Ordem"
                   GO TO 050-ITEM
           END-REWRITE.
           PERFORM 075-SITUACAO-ORDEM THRU 075-SITUACAO-ORDEM-EXIT.
           IF ITEM-CANCELADO
              DISPLAY (21, 18) "Item Cancelado"
           ELSE
              DISPLAY (21, 18) "Item Alterado"
           END-IF.
           GO TO 050-ITEM.
       035-LIMPA-ITEM.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (15, 32) WS-LIMPA.
           DISPLAY (16, 32) WS-LIMPA.
       035-LIMPA-ITEM-EXIT.
           EXIT.
       046-MOSTRA-ORDEM.
           DISPLAY (04, 32) OC-COD-FORNEC.
           MOVE OC-COD-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME
           END-READ.
           DISPLAY (05, 32) FOR-NOME.
           DISPLAY (06, 32) OC-PRAZO.
           DISPLAY (07, 32) OC-DATA (7:2) "/" OC-DATA (5:2) "/"
               OC-DATA (1:4).
           IF ORDEM-ABERTA
              DISPLAY (07, 44) "ABERTA    "
           ELSE
              IF ORDEM-PARCIAL
                 DISPLAY (07, 44) "PARCIAL   "
              ELSE
                 IF ORDEM-BAIXADA
                    DISPLAY (07, 44) "BAIXADA   "
                 ELSE
                    DISPLAY (07, 44) "CANCELADA "
                 END-IF
              END-IF
           END-IF.
       046-MOSTRA-ORDEM-EXIT.
           EXIT.
       047-MOSTRA-ITEM.
           DISPLAY (10, 32) OI-COD-PRODUTO.
           MOVE OI-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           DISPLAY (11, 32) NOME-PRODUTO.
           DISPLAY (12, 32) OI-QTD-PEDIDA " / " OI-QTD-RECEBIDA.
           DISPLAY (13, 32) OI-PRECO.
           IF ITEM-ABERTO
              DISPLAY (14, 32) "ABERTO    "
           ELSE
              IF ITEM-PARCIAL
                 DISPLAY (14, 32) "PARCIAL   "
              ELSE
                 IF ITEM-RECEBIDO
                    DISPLAY (14, 32) "RECEBIDO  "
                 ELSE
                    DISPLAY (14, 32) "CANCELADO "
                 END-IF
              END-IF
           END-IF.
       047-MOSTRA-ITEM-EXIT.
           EXIT.
      *    Maior numero de item ja usado na ordem.
       070-ULTIMO-ITEM.
           MOVE ZEROS TO WS-ULT-ITEM.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE WS-NUMERO TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           IF WS-FIM-SCAN = "N"
              READ ORDITEM-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-SCAN
              END-READ
           END-IF.
           PERFORM 071-VARRE-ITEM THRU 071-VARRE-ITEM-EXIT
               UNTIL WS-FIM-SCAN = "S".
       070-ULTIMO-ITEM-EXIT.
           EXIT.
       071-VARRE-ITEM.
           IF OI-NUMERO NOT = WS-NUMERO
              MOVE "S" TO WS-FIM-SCAN
              GO TO 071-VARRE-ITEM-EXIT.
           MOVE OI-ITEM TO WS-ULT-ITEM.
           IF ITEM-ABERTO
              ADD 1 TO WS-QT-ABERTOS.
           IF ITEM-PARCIAL
              ADD 1 TO WS-QT-PARCIAIS.
           IF ITEM-RECEBIDO
              ADD 1 TO WS-QT-RECEBIDOS.
           IF ITEM-CANCELADO
              ADD 1 TO WS-QT-CANCELADOS.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SCAN
           END-READ.
       071-VARRE-ITEM-EXIT.
           EXIT.
      *    Situacao do cabecalho refeita pelas linhas: alguma linha
      *    recebida em parte (ou recebida com outras ainda abertas)
      *    deixa a ordem parcial; nenhuma linha pendente baixa a
      *    ordem, ou cancela quando todas foram canceladas.
       075-SITUACAO-ORDEM.
           MOVE ZEROS TO WS-QT-ABERTOS.
           MOVE ZEROS TO WS-QT-PARCIAIS.
           MOVE ZEROS TO WS-QT-RECEBIDOS.
           MOVE ZEROS TO WS-QT-CANCELADOS.
           PERFORM 070-ULTIMO-ITEM THRU 070-ULTIMO-ITEM-EXIT.
           MOVE WS-NUMERO TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   GO TO 075-SITUACAO-ORDEM-EXIT
           END-READ.
           IF WS-QT-ABERTOS = ZEROS AND WS-QT-PARCIAIS = ZEROS
              IF WS-QT-RECEBIDOS = ZEROS AND WS-QT-CANCELADOS > ZEROS
                 MOVE "C" TO OC-SITUACAO
              ELSE
                 IF WS-QT-RECEBIDOS > ZEROS
                    MOVE "B" TO OC-SITUACAO
                 ELSE
                    MOVE "A" TO OC-SITUACAO
                 END-IF
              END-IF
           ELSE
              IF WS-QT-PARCIAIS > ZEROS OR WS-QT-RECEBIDOS > ZEROS
                 MOVE "P" TO OC-SITUACAO
              ELSE
                 MOVE "A" TO OC-SITUACAO
              END-IF
           END-IF.
           REWRITE REG-ORDEM
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Ordem"
           END-REWRITE.
           PERFORM 046-MOSTRA-ORDEM THRU 046-MOSTRA-ORDEM-EXIT.
       075-SITUACAO-ORDEM-EXIT.
           EXIT.
       060-FIM.
           CLOSE ORDNUM-S.
           OPEN OUTPUT ORDNUM-S.
           MOVE WS-ULT-NUMERO TO ON-ULTIMO.
           WRITE REG-ORDNUM.
           CLOSE ORDNUM-S.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE CATFORN-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA ORDCAD ---------***
