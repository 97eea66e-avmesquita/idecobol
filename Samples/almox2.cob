      * O acesso exige assinatura do operador contra OPERADOR.DAT
      * (cadastro do OPERCAD) e cada opcao do menu so e aceita se o
      * perfil do operador a autorizar.
      * Registros acompanham os do ALMOX: ALMOX.DAT com 96 posicoes
      * (TIPO-PRODUTO), REQUIS.DAT por numero e item (RQ-CHAVE) e a
      * ordem de compra aberta procurada nas linhas de ORDITEM.DAT
      * pelo produto, ja que ORDENS.DAT so guarda o cabecalho. A
      * inclusao grava o produto como comum (tipo em brancos).
      * A inclusao (causa C) e toda alteracao do custo unitario
      * (causa M) vao tambem para o historico de custos CUSTHIST.DAT,
      * com o custo anterior, o novo e o operador, como no ALMOX.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
               FILE STATUS IS WS-FS-BACKUP.
           SELECT JORNAL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-JORNAL.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           02  JR-CHAVE       PIC 9(04).
           02  JR-ANTES       PIC X(100).
           02  JR-DEPOIS      PIC X(100).
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
       FD OPERADOR-S
           RECORD CONTAINS 46 CHARACTERS
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
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-ALTURA      PIC 9(04)V99 VALUE ZEROS.
           02  WS-BASE        PIC 9(04)V99 VALUE ZEROS.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-CUSTO-ANT   PIC 9(05)V99 VALUE ZEROS.
           02  WS-TEM-ORDEM   PIC X(01) VALUE "N".
           02  WS-TEM-RESERVA PIC X(01) VALUE "N".
           02  WS-FIM-SCAN    PIC X(01) VALUE "N".
           02  WS-COD-GUARDA  PIC 9(04) VALUE ZEROS.
              CLOSE JORNAL-S
              OPEN EXTEND JORNAL-S
           END-IF.
           OPEN EXTEND CUSTHIST-S.
           IF WS-FS-CUSTHIST = "35"
              OPEN OUTPUT CUSTHIST-S
              CLOSE CUSTHIST-S
              OPEN EXTEND CUSTHIST-S
           END-IF.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS = "35"
              OPEN OUTPUT REQUIS-S
              CLOSE REQUIS-S
              OPEN INPUT REQUIS-S
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN INPUT ORDITEM-S
           END-IF.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR = "35"
           IF QTD-ESTOQUE NOT = ZEROS
              DISPLAY (23, 14) "Com Saldo - Marque Situacao D"
              GO TO 030-LIMPA-DADOS.
           PERFORM 045-80-VERIFICA-ORDEM
               THRU 045-99-FIM-ORDEM.
           IF WS-TEM-ORDEM = "S"
              DISPLAY (23, 14)
                 "Ordem de Compra Aberta - Nao Exclui"
              GO TO 030-LIMPA-DADOS.
           PERFORM 045-50-VERIFICA-RESERVA
               THRU 045-79-FIM-RESERVA.
           IF WS-TEM-RESERVA = "S"
           END-READ.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-ALMOX TO WS-IMAGEM-ANTES.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANT.
           DISPLAY (07, 32) NOME-PRODUTO.
           DISPLAY (08, 32) CATEGORIA.
           DISPLAY (09, 32) QTD-ESTOQUE.
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-ALMOX TO JR-DEPOIS
                 PERFORM 075-GRAVA-JORNAL THRU 075-GRAVA-JORNAL-EXIT
                 IF CUSTO-UNITARIO NOT = WS-CUSTO-ANT
                    MOVE "M" TO CH-CAUSA
                    PERFORM 076-GRAVA-CUSTO THRU 076-GRAVA-CUSTO-EXIT
                 END-IF
              END-IF
           ELSE
              ACCEPT WS-DATA FROM DATE YYYYMMDD
              MOVE SPACES TO UNIDADE-COMPRA
              MOVE ZEROS TO FATOR-COMPRA
              MOVE "A" TO SITUACAO-PRODUTO
              MOVE SPACES TO TIPO-PRODUTO
              WRITE REG-ALMOX
                  INVALID KEY
                      DISPLAY (23, 14) "Erro ao Gravar Registro"
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-ALMOX TO JR-DEPOIS
                 PERFORM 075-GRAVA-JORNAL THRU 075-GRAVA-JORNAL-EXIT
                 MOVE ZEROS TO WS-CUSTO-ANT
                 MOVE "C" TO CH-CAUSA
                 PERFORM 076-GRAVA-CUSTO THRU 076-GRAVA-CUSTO-EXIT
              ELSE
                 DISPLAY (23, 14) "Status do Erro: " WS-FS-ALMOX
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
      *    Ordem de compra aberta e qualquer linha do produto em
      *    ORDITEM.DAT ainda aberta ou recebida em parte.
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
       075-GRAVA-JORNAL.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           WRITE REG-JORNAL.
       075-GRAVA-JORNAL-EXIT.
           EXIT.
      *    Historico de custo: inclusao (C) e alteracao manual (M)
      *    com o operador; data e hora sao as do jornal.
       076-GRAVA-CUSTO.
           MOVE COD-PRODUTO      TO CH-COD-PRODUTO.
           MOVE WS-JR-DATA       TO CH-DATA.
           MOVE WS-JR-HORA (1:6) TO CH-HORA.
           MOVE WS-CUSTO-ANT     TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO   TO CH-CUSTO-NOVO.
           MOVE "ALMOX2"         TO CH-PROGRAMA.
           MOVE WS-OPERADOR      TO CH-OPERADOR.
           MOVE ZEROS            TO CH-REFERENCIA.
           MOVE ZEROS            TO CH-NF-REGISTRO.
           MOVE QTD-ESTOQUE      TO CH-QTD.
           WRITE REG-CUSTHIST.
       076-GRAVA-CUSTO-EXIT.
           EXIT.
       080-FIM.
           MOVE WS-CONT TO ED-CONT.
           MOVE WS-TOT-GERAL TO ED-TOT-GERAL.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE JORNAL-S.
           CLOSE CUSTHIST-S.
           CLOSE REQUIS-S.
           CLOSE ORDITEM-S.
           CLOSE OPERADOR-S.
           MOVE "L" TO WS-TR-FUNCAO.
           CALL "TRAVA" USING WS-TR-FUNCAO WS-TR-PROGRAMA
