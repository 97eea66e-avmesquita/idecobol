      * custo unitario ficou acima do preco cotado, para que a
      * divergencia apareca no dia seguinte ao recebimento e nao
      * semanas depois no CONTFIS ou no CATCOMP.
      * A entrada e casada com a linha da ordem de compra (ORDITEM.DAT)
      * do produto: na ordem gravada pelo MOVPOST no historico, ou,
      * sem ela, na ultima linha emitida para o produto; o fornecedor
      * vem do cabecalho em ORDENS.DAT. A quantidade da ordem e a
      * pedida na linha: recebido acima do pedido sai como entrega a
      * maior; linha ainda parcial sai como entrega parcial, com o
      * saldo a chegar acompanhado pelo ORDAGE.
      * Devolucoes de departamento (entradas de origem D, do REQATE)
      * nao sao recebimento de fornecedor e ficam fora da conferencia.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT CATFORN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  MH-NUMERO-REQ  PIC 9(06).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
               88  ORIGEM-COMPRA       VALUE "C".
               88  ORIGEM-DEVOLUCAO    VALUE "D".
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
       FD CATFORN-S
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORD IS STANDARD
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FIM-ITENS   PIC X(01) VALUE "N".
           02  WS-LINHA-ACHADA PIC 9(09) VALUE ZEROS.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "RECMAT  ".
           02  WS-CONT-ENTRADAS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-SEMORD PIC 9(05) VALUE ZEROS.
           02  WS-CONT-QTDDIV PIC 9(05) VALUE ZEROS.
           02  WS-CONT-PARCIAL PIC 9(05) VALUE ZEROS.
           02  WS-CONT-CUSTO  PIC 9(05) VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "CONFERENCIA DE RECEBIMENTO - ORDEM X ENTRADA X COTACAO".
           02  FILLER         PIC X(30) VALUE
               "QUANTIDADE DIVERGENTE........:".
           02  TOT-QTDDIV     PIC ZZZZ9.
       01  WS-LINHA-TOT-PARCIAL.
           02  FILLER         PIC X(30) VALUE
               "ENTREGA PARCIAL..............:".
           02  TOT-PARCIAL    PIC ZZZZ9.
       01  WS-LINHA-TOT-CUSTO.
           02  FILLER         PIC X(30) VALUE
               "CUSTO ACIMA DA COTACAO.......:".
              DISPLAY "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              STOP RUN
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN INPUT ORDITEM-S
           END-IF.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY "Erro ao Abrir ORDITEM.DAT - Status: "
                  WS-FS-ORDITEM
              STOP RUN
           END-IF.
           OPEN INPUT CATFORN-S.
           IF WS-FS-CATFORN = "35"
              OPEN OUTPUT CATFORN-S
       030-00-PROCESSA.
           IF (MH-TIPO = "E" OR "e")
              AND MOVHIST-POSICIONADO
              AND NOT ORIGEM-DEVOLUCAO
              AND MH-DATA NOT < WS-FIL-DATA-INI
              AND MH-DATA NOT > WS-FIL-DATA-FIM
              PERFORM 040-00-CONFERE THRU 040-99-FIM-CONFERE
           ADD 1 TO WS-CONT-ENTRADAS.
           MOVE "N" TO WS-TEM-ORDEM.
           MOVE "N" TO WS-TEM-COTACAO.
           MOVE ZEROS TO WS-LINHA-ACHADA.
           IF ORIGEM-COMPRA AND MH-NUMERO-REQ NOT = ZEROS
              PERFORM 042-00-LINHA-DA-ORDEM THRU 042-99-FIM-LINHA-ORDEM
           END-IF.
           IF WS-LINHA-ACHADA = ZEROS
              PERFORM 044-00-ULTIMA-LINHA THRU 044-99-FIM-ULTIMA
           END-IF.
           IF WS-LINHA-ACHADA NOT = ZEROS
              MOVE WS-LINHA-ACHADA TO OI-CHAVE
              READ ORDITEM-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-TEM-ORDEM
              END-READ
           END-IF.
           IF WS-TEM-ORDEM = "S"
              MOVE OI-NUMERO TO OC-NUMERO
              READ ORDENS-S
                  INVALID KEY
                      MOVE ZEROS TO OC-COD-FORNEC
              END-READ
           END-IF.
           IF WS-TEM-ORDEM = "S"
              MOVE MH-COD-PRODUTO TO CT-COD-PRODUTO
              MOVE OC-COD-FORNEC  TO CT-COD-FORNEC
           PERFORM 050-00-IMPRIME THRU 050-99-FIM-IMPRIME.
       040-99-FIM-CONFERE.
           EXIT.
      *
      *    Linha do produto na ordem gravada no historico pelo MOVPOST.
       042-00-LINHA-DA-ORDEM.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE MH-NUMERO-REQ TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 042-99-FIM-LINHA-ORDEM
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 043-00-VARRE-ORDEM THRU 043-99-FIM-VARRE-ORDEM
               UNTIL WS-FIM-ITENS = "S".
       042-99-FIM-LINHA-ORDEM.
           EXIT.
      *
       043-00-VARRE-ORDEM.
           IF OI-NUMERO NOT = MH-NUMERO-REQ
              MOVE "S" TO WS-FIM-ITENS
              GO TO 043-99-FIM-VARRE-ORDEM.
           IF OI-COD-PRODUTO = MH-COD-PRODUTO
              MOVE OI-CHAVE TO WS-LINHA-ACHADA
              MOVE "S" TO WS-FIM-ITENS
              GO TO 043-99-FIM-VARRE-ORDEM.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       043-99-FIM-VARRE-ORDEM.
           EXIT.
      *
      *    Sem ordem no historico: a ultima linha emitida do produto.
       044-00-ULTIMA-LINHA.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE MH-COD-PRODUTO TO OI-COD-PRODUTO.
           START ORDITEM-S KEY = OI-COD-PRODUTO
               INVALID KEY
                   GO TO 044-99-FIM-ULTIMA
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 045-00-VARRE-PRODUTO THRU 045-99-FIM-VARRE-PROD
               UNTIL WS-FIM-ITENS = "S".
       044-99-FIM-ULTIMA.
           EXIT.
      *
       045-00-VARRE-PRODUTO.
           IF OI-COD-PRODUTO NOT = MH-COD-PRODUTO
              MOVE "S" TO WS-FIM-ITENS
              GO TO 045-99-FIM-VARRE-PROD.
           IF OI-CHAVE > WS-LINHA-ACHADA
              MOVE OI-CHAVE TO WS-LINHA-ACHADA.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       045-99-FIM-VARRE-PROD.
           EXIT.
      *
       050-00-IMPRIME.
           MOVE MH-COD-PRODUTO TO DET-CODIGO.
           MOVE MH-QTD TO DET-QTD-ENT.
           MOVE MH-CUSTO-UNIT TO DET-CUSTO.
           IF WS-TEM-ORDEM = "S"
              MOVE OI-QTD-PEDIDA TO DET-QTD-OC
           ELSE
              MOVE ZEROS TO DET-QTD-OC
           END-IF.
              MOVE "SEM ORDEM DE COMPRA" TO DET-SITUACAO
              ADD 1 TO WS-CONT-SEMORD
           ELSE
              IF OI-QTD-RECEBIDA > OI-QTD-PEDIDA
                 MOVE "ENTREGA A MAIOR" TO DET-SITUACAO
                 ADD 1 TO WS-CONT-QTDDIV
              END-IF
              IF ITEM-PARCIAL OR ITEM-ABERTO
                 MOVE "ENTREGA PARCIAL" TO DET-SITUACAO
                 ADD 1 TO WS-CONT-PARCIAL
              END-IF
              IF WS-TEM-COTACAO = "S"
                 AND MH-CUSTO-UNIT > CT-PRECO
           MOVE WS-CONT-QTDDIV TO TOT-QTDDIV.
           MOVE WS-LINHA-TOT-QTDDIV TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-PARCIAL TO TOT-PARCIAL.
           MOVE WS-LINHA-TOT-PARCIAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-CUSTO TO TOT-CUSTO.
           MOVE WS-LINHA-TOT-CUSTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       090-00-FECHAR.
           CLOSE MOVHIST-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE CATFORN-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
