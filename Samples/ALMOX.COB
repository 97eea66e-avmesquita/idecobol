      * pulam descontinuados. A exclusao fisica (opcao E) so e aceita
      * com saldo zero, sem requisicao aberta e sem ordem de compra
      * aberta - caso contrario, marcar a situacao D preserva o
      * historico no KARDEX e no JORNLST. A ordem de compra aberta e
      * qualquer linha do produto em ORDITEM.DAT ainda aberta ou
      * recebida em parte.
      * A CATEGORIA digitada e validada contra a lista oficial de
      * CATCONTA.DAT (cadastro CATCNCAD, o de-para contabil usado
      * pelo FECHCON), quando o arquivo existir.
      * O acesso exige assinatura do operador contra OPERADOR.DAT
      * (cadastro do OPERCAD) e cada opcao do menu so e aceita se o
      * perfil do operador a autorizar.
      * A inclusao (causa C) e toda alteracao do custo unitario
      * (causa M) vao tambem para o historico de custos CUSTHIST.DAT,
      * com o custo anterior, o novo e o operador (consulta CUSTHST).
      * Produto kit (TIPO-PRODUTO K, componentes em KITCOMP.DAT
      * mantidos pelo KITCAD) so e excluido depois de retirados os
      * componentes, e produto que e componente de algum kit nao e
      * excluido. A inclusao grava o produto como comum (brancos).
      * Produto retornavel (ferramenta, escada, medidor, projetor)
      * fica com TIPO-PRODUTO R, marcado na pergunta Retornavel S/N:
      * sai do almoxarifado so por emprestimo no EMPCAD e continua no
      * estoque enquanto emprestado. Kit e componente de kit nao
      * podem ser retornaveis.
      * Produto controlado (TIPO-PRODUTO C, marcado pelo CTLCAD com o
      * codigo oficial e os departamentos autorizados) nao muda de
      * tipo por aqui e so e excluido depois de retirado o controle.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
           SELECT CATCONTA-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CATEGORIA
               FILE STATUS IS WS-FS-CATCONTA.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
       DATA DIVISION.
       FILE SECTION.
       FD ALMOX-S
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALMOX
           VALUE OF FILE-ID "ALMOX.DAT".
               88  PRODUTO-ATIVO        VALUE "A" " ".
               88  PRODUTO-BLOQUEADO    VALUE "B".
               88  PRODUTO-DESCONT     VALUE "D".
           02  TIPO-PRODUTO   PIC X(01).
               88  PRODUTO-KIT          VALUE "K".
               88  PRODUTO-RETORNAVEL   VALUE "R".
               88  PRODUTO-CONTROLADO   VALUE "C".
       FD LIMITES-S
           RECORD CONTAINS 11 CHARACTERS
           LABEL RECORD IS STANDARD
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
       FD BACKUP-S
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-BACKUP
           VALUE OF FILE-ID WS-BACKUP-NOME.
       01  REG-BACKUP PIC X(96).
       FD JORNAL-S
           RECORD CONTAINS 231 CHARACTERS
           LABEL RECORD IS STANDARD
           02  OP-FALHAS      PIC 9(02).
           02  OP-DATA-SENHA  PIC 9(08).
       FD REQUIS-S
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQUIS
           VALUE OF FILE-ID "REQUIS.DAT".
       01  REG-REQUIS.
           02  RQ-CHAVE.
               03  RQ-NUMERO  PIC 9(06).
               03  RQ-ITEM    PIC 9(03).
           02  RQ-DEPTO       PIC X(15).
           02  RQ-COD-DEPTO   PIC 9(04).
           02  RQ-COD-PRODUTO PIC 9(04).
               88  REQ-PARCIAL         VALUE "P".
               88  REQ-ATENDIDA        VALUE "T".
               88  REQ-CANCELADA       VALUE "C".
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
       FD CATCONTA-S
           RECORD CONTAINS 42 CHARACTERS
           LABEL RECORD IS STANDARD
           02  CC-CONTA-CONSUMO PIC 9(08).
           02  CC-CONTA-PERDA PIC 9(08).
           02  CC-CONTA-AJUSTE PIC 9(08).
       FD CUSTHIST-S
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CUSTHIST
           VALUE OF FILE-ID "CUSTHIST.DAT".
       01  REG-CUSTHIST.
           02  CH-COD-PRODUTO PIC 9(04).
           02  CH-DATA        PIC 9(08).
           02  CH-HORA        PIC 9(06).
           02  CH-CUSTO-ANT   PIC 9(05)V99.
           02  CH-CUSTO-NOVO  PIC 9(05)V99.
           02  CH-CAUSA       PIC X(01).
               88  CAUSA-ENTRADA       VALUE "E".
               88  CAUSA-DEVOL-FORNEC  VALUE "F".
               88  CAUSA-DEVOL-DEPTO   VALUE "D".
               88  CAUSA-REAJUSTE      VALUE "R".
               88  CAUSA-FUSAO         VALUE "U".
               88  CAUSA-MANUAL        VALUE "M".
               88  CAUSA-CADASTRO      VALUE "C".
           02  CH-PROGRAMA    PIC X(08).
           02  CH-OPERADOR    PIC 9(04).
           02  CH-REFERENCIA  PIC 9(06).
           02  CH-NF-REGISTRO PIC 9(06).
           02  CH-QTD         PIC 9(04).
           02  FILLER         PIC X(03).
       FD KITCOMP-S
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-KITCOMP
           VALUE OF FILE-ID "KITCOMP.DAT".
       01  REG-KITCOMP.
           02  KC-CHAVE.
               03  KC-COD-KIT PIC 9(04).
               03  KC-COD-COMP PIC 9(04).
           02  KC-QTD         PIC 9(04).
           02  KC-DATA        PIC 9(08).
           02  KC-OPERADOR    PIC 9(04).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
               88  OPCAO-ALTERAR  VALUE "A".
               88  OPCAO-EXCLUIR  VALUE "E".
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-RETORNAVEL  PIC X(01) VALUE "N".
           02  WS-ALTURA      PIC 9(04)V99 VALUE ZEROS.
           02  WS-BASE        PIC 9(04)V99 VALUE ZEROS.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-TEM-ORDEM   PIC X(01) VALUE "N".
           02  WS-TEM-RESERVA PIC X(01) VALUE "N".
           02  WS-FIM-SCAN    PIC X(01) VALUE "N".
           02  WS-COD-GUARDA  PIC 9(04) VALUE ZEROS.
           02  WS-FS-CATCONTA PIC X(02) VALUE SPACES.
           02  WS-TEM-CATCONTA PIC X(01) VALUE "N".
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-CUSTO-ANT   PIC 9(05)V99 VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
       01  WS-DATA.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  LINE 14 COLUMN 07  VALUE "Unidade de Compra......:".
           02  LINE 15 COLUMN 07  VALUE "Unid. por Embalagem....:".
           02  LINE 16 COLUMN 07  VALUE "Situacao (A/B/D).......:".
           02  LINE 17 COLUMN 07  VALUE "Retornavel (S/N).......:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
              CLOSE JORNAL-S
              OPEN EXTEND JORNAL-S
           END-IF.
           OPEN EXTEND CUSTHIST-S.
           IF WS-FS-CUSTHIST = "35"
              OPEN OUTPUT CUSTHIST-S
              CLOSE CUSTHIST-S
              OPEN EXTEND CUSTHIST-S
           END-IF.
           OPEN INPUT CATCONTA-S.
           IF WS-FS-CATCONTA = "00"
              MOVE "S" TO WS-TEM-CATCONTA
              CLOSE REQUIS-S
              OPEN INPUT REQUIS-S
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN INPUT ORDITEM-S
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR = "35"
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (15, 32) WS-LIMPA.
           DISPLAY (16, 32) WS-LIMPA.
           DISPLAY (17, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
       035-OPCAO.
           ACCEPT (02, 48) WS-OPCAO WITH PROMPT.
                   DISPLAY (21, 18) "Codigo Ja Cadastrado - Redigite"
                   GO TO 040-CODIGO
           END-READ.
           MOVE SPACE TO TIPO-PRODUTO.
       041-NOME.
           ACCEPT (04, 32) NOME-PRODUTO WITH PROMPT.
           IF NOME-PRODUTO = SPACES
                   OR PRODUTO-DESCONT)
              DISPLAY (21, 18) "Situacao Invalida (A/B/D)"
              GO TO 048-F-SITUACAO.
      *    Kit nao tem estoque para emprestar; componente de kit sai
      *    pela explosao do REQATE e tambem nao pode ser retornavel.
       048-G-RETORNAVEL.
           IF PRODUTO-KIT OR PRODUTO-CONTROLADO
              GO TO 050-GRAVAR.
           ACCEPT (17, 32) WS-RETORNAVEL WITH PROMPT.
           IF WS-RETORNAVEL = "s"
              MOVE "S" TO WS-RETORNAVEL.
           IF WS-RETORNAVEL = "n" OR WS-RETORNAVEL = SPACE
              MOVE "N" TO WS-RETORNAVEL.
           IF WS-RETORNAVEL NOT = "S" AND WS-RETORNAVEL NOT = "N"
              DISPLAY (21, 18) "Responda S ou N"
              GO TO 048-G-RETORNAVEL.
           DISPLAY (17, 32) WS-RETORNAVEL.
           IF WS-RETORNAVEL = "N"
              MOVE SPACE TO TIPO-PRODUTO
              GO TO 050-GRAVAR.
           MOVE COD-PRODUTO TO KC-COD-COMP.
           READ KITCOMP-S KEY IS KC-COD-COMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY (21, 18) "Componente de Kit - Nao Retornavel"
                   GO TO 048-G-RETORNAVEL
           END-READ.
           MOVE "R" TO TIPO-PRODUTO.
           GO TO 050-GRAVAR.
       045-EXCLUIR.
           READ ALMOX-S
           IF QTD-ESTOQUE NOT = ZEROS
              DISPLAY (21, 18) "Com Saldo - Marque Situacao D"
              GO TO 030-LIMPA-DADOS.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit - Retire os Componentes no KITCAD"
              GO TO 030-LIMPA-DADOS.
           IF PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Controlado - Retire o Controle"
              GO TO 030-LIMPA-DADOS.
           MOVE COD-PRODUTO TO KC-COD-COMP.
           READ KITCOMP-S KEY IS KC-COD-COMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY (21, 18) "Componente de Kit - Nao Exclui"
                   GO TO 030-LIMPA-DADOS
           END-READ.
           PERFORM 045-80-VERIFICA-ORDEM
               THRU 045-99-FIM-ORDEM.
           IF WS-TEM-ORDEM = "S"
              DISPLAY (21, 18)
                 "Ordem de Compra Aberta - Nao Exclui"
              GO TO 030-LIMPA-DADOS.
           PERFORM 045-50-VERIFICA-RESERVA
               THRU 045-79-FIM-RESERVA.
           IF WS-TEM-RESERVA = "S"
           END-READ.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-ALMOX TO WS-IMAGEM-ANTES.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANT.
           DISPLAY (04, 32) NOME-PRODUTO.
           DISPLAY (05, 32) CATEGORIA.
           DISPLAY (06, 32) QTD-ESTOQUE.
           DISPLAY (14, 32) UNIDADE-COMPRA.
           DISPLAY (15, 32) FATOR-COMPRA.
           DISPLAY (16, 32) SITUACAO-PRODUTO.
           IF PRODUTO-KIT
              DISPLAY (17, 32) "KIT"
           ELSE
              IF PRODUTO-CONTROLADO
                 DISPLAY (17, 32) "CTL"
              ELSE
                 IF PRODUTO-RETORNAVEL
                    DISPLAY (17, 32) "S"
                 ELSE
                    DISPLAY (17, 32) "N"
                 END-IF
              END-IF
           END-IF.
           GO TO 041-NOME.
       050-GRAVAR.
           COMPUTE CUSTO-TOTAL = CUSTO-UNITARIO * QTD-ESTOQUE
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-ALMOX TO JR-DEPOIS
                 PERFORM 055-GRAVA-JORNAL THRU 055-GRAVA-JORNAL-EXIT
                 IF CUSTO-UNITARIO NOT = WS-CUSTO-ANT
                    MOVE "M" TO CH-CAUSA
                    PERFORM 056-GRAVA-CUSTO THRU 056-GRAVA-CUSTO-EXIT
                 END-IF
              END-IF
           ELSE
              ACCEPT WS-DATA FROM DATE YYYYMMDD
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-ALMOX TO JR-DEPOIS
                 PERFORM 055-GRAVA-JORNAL THRU 055-GRAVA-JORNAL-EXIT
                 MOVE ZEROS TO WS-CUSTO-ANT
                 MOVE "C" TO CH-CAUSA
                 PERFORM 056-GRAVA-CUSTO THRU 056-GRAVA-CUSTO-EXIT
              ELSE
                 DISPLAY (21, 18) "Status do Erro: " WS-FS-ALMOX
              END-IF
           MOVE "N" TO WS-TEM-RESERVA.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE COD-PRODUTO TO WS-COD-GUARDA.
           MOVE ZEROS TO RQ-CHAVE.
           START REQUIS-S KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           END-READ.
       045-69-FIM-UMA.
           EXIT.
       045-80-VERIFICA-ORDEM.
           MOVE "N" TO WS-TEM-ORDEM.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE COD-PRODUTO TO WS-COD-GUARDA.
           MOVE COD-PRODUTO TO OI-COD-PRODUTO.
           START ORDITEM-S KEY = OI-COD-PRODUTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           IF WS-FIM-SCAN = "N"
              READ ORDITEM-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-SCAN
              END-READ
           END-IF.
           PERFORM 045-90-UMA-LINHA THRU 045-98-FIM-LINHA
               UNTIL WS-FIM-SCAN = "S" OR WS-TEM-ORDEM = "S".
       045-99-FIM-ORDEM.
           EXIT.
       045-90-UMA-LINHA.
           IF OI-COD-PRODUTO NOT = WS-COD-GUARDA
              MOVE "S" TO WS-FIM-SCAN
              GO TO 045-98-FIM-LINHA.
           IF ITEM-ABERTO OR ITEM-PARCIAL
              MOVE "S" TO WS-TEM-ORDEM
              GO TO 045-98-FIM-LINHA.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SCAN
           END-READ.
       045-98-FIM-LINHA.
           EXIT.
       055-GRAVA-JORNAL.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           WRITE REG-JORNAL.
       055-GRAVA-JORNAL-EXIT.
           EXIT.
      *    Historico de custo: inclusao (C) e alteracao manual (M)
      *    com o operador; data e hora sao as do jornal.
       056-GRAVA-CUSTO.
           MOVE COD-PRODUTO      TO CH-COD-PRODUTO.
           MOVE WS-JR-DATA       TO CH-DATA.
           MOVE WS-JR-HORA (1:6) TO CH-HORA.
           MOVE WS-CUSTO-ANT     TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO   TO CH-CUSTO-NOVO.
           MOVE "ALMOX"          TO CH-PROGRAMA.
           MOVE WS-OPERADOR      TO CH-OPERADOR.
           MOVE ZEROS            TO CH-REFERENCIA.
           MOVE ZEROS            TO CH-NF-REGISTRO.
           MOVE QTD-ESTOQUE      TO CH-QTD.
           WRITE REG-CUSTHIST.
       056-GRAVA-CUSTO-EXIT.
           EXIT.
       060-FIM.
           MOVE WS-CONT TO ED-CONT.
           MOVE WS-TOT-GERAL TO ED-TOT-GERAL.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE JORNAL-S.
           CLOSE CUSTHIST-S.
           CLOSE REQUIS-S.
           CLOSE ORDITEM-S.
           CLOSE KITCOMP-S.
           IF WS-TEM-CATCONTA = "S"
              CLOSE CATCONTA-S
           END-IF.
