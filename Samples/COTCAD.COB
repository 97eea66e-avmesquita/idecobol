       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COTCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * DIGITACAO DAS RESPOSTAS DA COTACAO DE PRECOS
      * O comprador informa o numero da cotacao aberta (emitida pelo
      * COTEMI) e o fornecedor que respondeu; a tela percorre os
      * produtos em que esse fornecedor foi convidado (COTITEM.DAT)
      * e recebe o preco unitario, o prazo de entrega em dias e a
      * validade da proposta. Preco zero registra que o fornecedor
      * nao cotou o item. A resposta pode ser digitada de novo
      * enquanto a cotacao estiver aberta. O comprador pode ainda
      * marcar o fornecedor como vencedor escolhido do item (por
      * prazo ou qualidade, mesmo nao sendo o menor preco); marcar
      * um fornecedor desmarca os demais do mesmo produto. O mapa
      * comparativo e o encerramento com a geracao das ordens de
      * compra sao feitos pelo COTMAP.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao (perfil do OPERCAD), como no ORDCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTCAB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-NUMERO
               FILE STATUS IS WS-FS-COTCAB.
           SELECT COTITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHAVE
               FILE STATUS IS WS-FS-COTITEM.
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
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD COTCAB-S
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COTCAB
           VALUE OF FILE-ID "COTCAB.DAT".
       01  REG-COTCAB.
           02  CB-NUMERO      PIC 9(06).
           02  CB-DATA        PIC 9(08).
           02  CB-CATEGORIA   PIC X(10).
           02  CB-QTD-ITENS   PIC 9(03).
           02  CB-QTD-FORNEC  PIC 9(04).
           02  CB-SITUACAO    PIC X(01).
               88  COTACAO-ABERTA      VALUE "A".
               88  COTACAO-ENCERRADA   VALUE "E".
               88  COTACAO-CANCELADA   VALUE "C".
           02  CB-DATA-ENCERRA PIC 9(08).
       FD COTITEM-S
           RECORD CONTAINS 52 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COTITEM
           VALUE OF FILE-ID "COTITEM.DAT".
       01  REG-COTITEM.
           02  CI-CHAVE.
               03  CI-NUMERO      PIC 9(06).
               03  CI-COD-PRODUTO PIC 9(04).
               03  CI-COD-FORNEC  PIC 9(04).
           02  CI-QTD         PIC 9(04).
           02  CI-PRECO       PIC 9(05)V99.
           02  CI-PRAZO       PIC 9(03).
           02  CI-VALIDADE    PIC 9(08).
           02  CI-DATA-RESPOSTA PIC 9(08).
           02  CI-SITUACAO    PIC X(01).
               88  COT-EMITIDA         VALUE "E".
               88  COT-RESPONDIDA      VALUE "R".
               88  COT-NAO-COTOU       VALUE "N".
               88  COT-VENCEDORA       VALUE "V".
               88  COT-PERDEDORA       VALUE "P".
               88  COT-CANCELADA       VALUE "X".
           02  CI-ESCOLHA     PIC X(01).
               88  COT-ESCOLHIDA       VALUE "S".
           02  CI-NUM-ORDEM   PIC 9(06).
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
           02  WS-FS-COTCAB   PIC X(02) VALUE SPACES.
           02  WS-FS-COTITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-FORNEC      PIC 9(04) VALUE ZEROS.
           02  WS-ACHOU       PIC X(01) VALUE "N".
           02  WS-QTD-LINHAS  PIC 9(03) VALUE ZEROS.
           02  WS-PRECO       PIC 9(05)V99 VALUE ZEROS.
           02  WS-PRAZO       PIC 9(03) VALUE ZEROS.
           02  WS-VALIDADE    PIC 9(08) VALUE ZEROS.
           02  WS-ESCOLHA     PIC X(01) VALUE SPACE.
       01  WS-CHAVE-ATU.
           02  WS-ATU-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-ATU-PRODUTO PIC 9(04) VALUE ZEROS.
           02  WS-ATU-FORNEC  PIC 9(04) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 22  VALUE
               "RESPOSTAS DA COTACAO DE PRECOS".
           02  LINE  3 COLUMN 07  VALUE "Numero da Cotacao......:".
           02  LINE  4 COLUMN 07  VALUE "Data / Itens...........:".
           02  LINE  5 COLUMN 07  VALUE "Codigo do Fornecedor...:".
           02  LINE  6 COLUMN 07  VALUE "Nome do Fornecedor.....:".
           02  LINE  8 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  9 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE 10 COLUMN 07  VALUE "Quantidade Cotada......:".
           02  LINE 11 COLUMN 07  VALUE "Preco Unit. (0=Nao Cot):".
           02  LINE 12 COLUMN 07  VALUE "Prazo de Entrega (dias):".
           02  LINE 13 COLUMN 07  VALUE "Validade AAAAMMDD......:".
           02  LINE 14 COLUMN 07  VALUE "Vencedor Escolhido(S/N):".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN INPUT COTCAB-S.
           IF WS-FS-COTCAB NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir COTCAB.DAT - Status: " WS-FS-COTCAB
              DISPLAY (11, 15) "Emita a Cotacao pelo COTEMI"
              GOBACK
           END-IF.
           OPEN I-O COTITEM-S.
           IF WS-FS-COTITEM NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir COTITEM.DAT - Status: " WS-FS-COTITEM
              GOBACK
           END-IF.
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
           MOVE "COTCAD" TO WS-PROGRAMA.
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
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           PERFORM 035-LIMPA-FORNEC THRU 035-LIMPA-FORNEC-EXIT.
           DISPLAY (21, 18) "                                    ".
       040-NUMERO.
           ACCEPT (03, 32) WS-NUMERO WITH PROMPT.
           IF WS-NUMERO = 999999
              GO TO 090-FIM.
           IF WS-NUMERO = ZEROS
              DISPLAY (21, 18) "Numero Invalido - Redigite"
              GO TO 040-NUMERO.
           MOVE WS-NUMERO TO CB-NUMERO.
           READ COTCAB-S
               INVALID KEY
                   DISPLAY (21, 18) "Cotacao Nao Emitida - Redigite"
                   GO TO 040-NUMERO
           END-READ.
           IF NOT COTACAO-ABERTA
              DISPLAY (21, 18) "Cotacao Ja Encerrada - Redigite"
              GO TO 040-NUMERO.
           DISPLAY (04, 32) CB-DATA.
           DISPLAY (04, 43) CB-QTD-ITENS.
           DISPLAY (21, 18) "                                    ".
       045-FORNEC.
           PERFORM 035-LIMPA-FORNEC THRU 035-LIMPA-FORNEC-EXIT.
           ACCEPT (05, 32) WS-FORNEC WITH PROMPT.
           IF WS-FORNEC = ZEROS
              GO TO 030-LIMPA-DADOS.
           MOVE WS-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   DISPLAY (21, 18) "Fornecedor Nao Cadastrado"
                   GO TO 045-FORNEC
           END-READ.
           DISPLAY (06, 32) FOR-NOME.
           MOVE WS-NUMERO TO WS-ATU-NUMERO.
           MOVE ZEROS TO WS-ATU-PRODUTO.
           MOVE ZEROS TO WS-ATU-FORNEC.
           MOVE ZEROS TO WS-QTD-LINHAS.
       050-PROXIMO-ITEM.
           PERFORM 036-LIMPA-ITEM THRU 036-LIMPA-ITEM-EXIT.
           PERFORM 052-PROCURA THRU 052-PROCURA-EXIT.
           IF WS-ACHOU = "N"
              IF WS-QTD-LINHAS = ZEROS
                 DISPLAY (21, 18) "Fornecedor Nao Convidado - ENTER"
              ELSE
                 DISPLAY (21, 18) "Fim dos Itens do Fornecedor - ENTER"
              END-IF
              ACCEPT (21, 55) WS-CONFIRMA
              DISPLAY (21, 18) "                                    "
              GO TO 045-FORNEC.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE CI-CHAVE TO WS-CHAVE-ATU.
           DISPLAY (08, 32) CI-COD-PRODUTO.
           MOVE CI-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           DISPLAY (09, 32) NOME-PRODUTO.
           DISPLAY (10, 32) CI-QTD.
           DISPLAY (10, 37) UNIDADE-MEDIDA.
           IF COT-RESPONDIDA OR COT-NAO-COTOU
              DISPLAY (21, 18) "Item Ja Respondido - Redigite"
           END-IF.
           MOVE CI-PRECO    TO WS-PRECO.
           MOVE CI-PRAZO    TO WS-PRAZO.
           MOVE CI-VALIDADE TO WS-VALIDADE.
           MOVE CI-ESCOLHA  TO WS-ESCOLHA.
           DISPLAY (11, 32) WS-PRECO.
           DISPLAY (12, 32) WS-PRAZO.
           DISPLAY (13, 32) WS-VALIDADE.
           DISPLAY (14, 32) WS-ESCOLHA.
       060-PRECO.
           ACCEPT (11, 32) WS-PRECO WITH PROMPT.
           IF WS-PRECO = ZEROS
              MOVE ZEROS TO WS-PRAZO
              MOVE ZEROS TO WS-VALIDADE
              MOVE "N" TO WS-ESCOLHA
              GO TO 070-GRAVAR.
       062-PRAZO.
           ACCEPT (12, 32) WS-PRAZO WITH PROMPT.
       064-VALIDADE.
           ACCEPT (13, 32) WS-VALIDADE WITH PROMPT.
           IF WS-VALIDADE NOT = ZEROS
              AND WS-VALIDADE < WS-DATA-HOJE
              DISPLAY (21, 18) "Proposta Vencida - Redigite"
              GO TO 064-VALIDADE.
       066-ESCOLHA.
           ACCEPT (14, 32) WS-ESCOLHA WITH PROMPT.
           IF WS-ESCOLHA = "s"
              MOVE "S" TO WS-ESCOLHA.
           IF WS-ESCOLHA NOT = "S"
              MOVE "N" TO WS-ESCOLHA.
       070-GRAVAR.
           DISPLAY (21, 18) "Grava a Resposta (S/N)?            ".
           ACCEPT (21, 42) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Resposta Nao Gravada               "
              GO TO 050-PROXIMO-ITEM.
           IF WS-ESCOLHA = "S"
              PERFORM 075-DESMARCA THRU 075-DESMARCA-EXIT
           END-IF.
           MOVE WS-CHAVE-ATU TO CI-CHAVE.
           READ COTITEM-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Ler Item da Cotacao"
                   GO TO 050-PROXIMO-ITEM
           END-READ.
           MOVE WS-PRECO     TO CI-PRECO.
           MOVE WS-PRAZO     TO CI-PRAZO.
           MOVE WS-VALIDADE  TO CI-VALIDADE.
           MOVE WS-ESCOLHA   TO CI-ESCOLHA.
           MOVE WS-DATA-HOJE TO CI-DATA-RESPOSTA.
           IF WS-PRECO = ZEROS
              MOVE "N" TO CI-SITUACAO
           ELSE
              MOVE "R" TO CI-SITUACAO
           END-IF.
           REWRITE REG-COTITEM
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Resposta"
                   GO TO 050-PROXIMO-ITEM
           END-REWRITE.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           DISPLAY (21, 18) "Resposta Gravada                   ".
           GO TO 050-PROXIMO-ITEM.
       035-LIMPA-FORNEC.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           PERFORM 036-LIMPA-ITEM THRU 036-LIMPA-ITEM-EXIT.
       035-LIMPA-FORNEC-EXIT.
           EXIT.
       036-LIMPA-ITEM.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
       036-LIMPA-ITEM-EXIT.
           EXIT.
      *    Proxima linha da cotacao em que o fornecedor foi convidado,
      *    depois da ultima mostrada (chave numero + produto +
      *    fornecedor).
       052-PROCURA.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-CHAVE-ATU TO CI-CHAVE.
           START COTITEM-S KEY > CI-CHAVE
               INVALID KEY
                   GO TO 052-PROCURA-EXIT
           END-START.
       052-LE-LINHA.
           READ COTITEM-S NEXT RECORD
               AT END
                   GO TO 052-PROCURA-EXIT
           END-READ.
           IF CI-NUMERO NOT = WS-NUMERO
              GO TO 052-PROCURA-EXIT.
           IF CI-COD-FORNEC NOT = WS-FORNEC
              GO TO 052-LE-LINHA.
           MOVE "S" TO WS-ACHOU.
       052-PROCURA-EXIT.
           EXIT.
      *    Marcar o vencedor escolhido desmarca os demais fornecedores
      *    do mesmo produto nesta cotacao.
       075-DESMARCA.
           MOVE WS-ATU-NUMERO  TO CI-NUMERO.
           MOVE WS-ATU-PRODUTO TO CI-COD-PRODUTO.
           MOVE ZEROS          TO CI-COD-FORNEC.
           START COTITEM-S KEY > CI-CHAVE
               INVALID KEY
                   GO TO 075-DESMARCA-EXIT
           END-START.
       075-LE-LINHA.
           READ COTITEM-S NEXT RECORD
               AT END
                   GO TO 075-DESMARCA-EXIT
           END-READ.
           IF CI-NUMERO NOT = WS-ATU-NUMERO
              OR CI-COD-PRODUTO NOT = WS-ATU-PRODUTO
              GO TO 075-DESMARCA-EXIT.
           IF CI-COD-FORNEC NOT = WS-ATU-FORNEC
              AND COT-ESCOLHIDA
              MOVE "N" TO CI-ESCOLHA
              REWRITE REG-COTITEM
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Desmarcar Vencedor"
              END-REWRITE
           END-IF.
           GO TO 075-LE-LINHA.
       075-DESMARCA-EXIT.
           EXIT.
       090-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE COTCAB-S.
           CLOSE COTITEM-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA COTCAD ---------***
