      * linha sai com conta zerada.
      * A categoria vem de ALMOX.DAT pelo produto; produto ja
      * excluido do cadastro sai como (SEM CAT).
      * A devolucao de material pelo departamento (entrada de origem
      * D, gerada pelo REQATE) nao e compra: abate do consumo da
      * categoria no mes; se o mes so tiver devolucoes, o consumo
      * fica negativo e a linha sai C na conta de consumo.
      * A devolucao ao fornecedor (saida de origem F, gerada pelo
      * DEVCAD) desfaz a compra: abate das entradas da categoria ao
      * custo da entrada devolvida; entradas negativas no mes saem C
      * na conta de estoque.
      * Da saida com parte consignada (MH-QTD-CONSIG, anotada pelo
      * MOVPOST) so a parte propria e valorizada ao custo medio: o
      * consignado nao passou pelo estoque e e faturado pelo CONSEXT.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
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
       FD CATCONTA-S
           RECORD CONTAINS 42 CHARACTERS
           LABEL RECORD IS STANDARD
           02  WS-ACHEI       PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-CATEG   PIC 9(03) COMP VALUE ZEROS.
           02  WS-VALOR-MOV   PIC 9(10)V99 VALUE ZEROS.
           02  WS-QTD-PROPRIA PIC 9(04) VALUE ZEROS.
           02  WS-VALOR-AJU   PIC S9(10)V99 VALUE ZEROS.
           02  WS-VAL-TXT     PIC 9(11)V99 VALUE ZEROS.
           02  WS-CONTA       PIC 9(08) VALUE ZEROS.
           02  WS-DC          PIC X(01) VALUE SPACE.
           02  WS-CLASSE      PIC X(08) VALUE SPACES.
           02  WS-CONT-LINHAS PIC 9(05) VALUE ZEROS.
           02  WS-TOT-ENT     PIC S9(12)V99 VALUE ZEROS.
           02  WS-TOT-CON     PIC S9(12)V99 VALUE ZEROS.
           02  WS-TOT-PER     PIC 9(12)V99 VALUE ZEROS.
           02  WS-TOT-AJU     PIC S9(12)V99 VALUE ZEROS.
           02  WS-TOT-POS     PIC 9(12)V99 VALUE ZEROS.
       01  WS-TABELA-CATEG.
           02  WS-CATEG OCCURS 60 TIMES.
               03  TB-CATEGORIA   PIC X(10).
               03  TB-ENT         PIC S9(10)V99.
               03  TB-CON         PIC S9(10)V99.
               03  TB-PER         PIC 9(10)V99.
               03  TB-AJU         PIC S9(10)V99.
               03  TB-POS         PIC 9(10)V99.
           02  FILLER         PIC X(10) VALUE "CATEGORIA".
           02  FILLER         PIC X(03) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "ENTRADAS".
           02  FILLER         PIC X(14) VALUE "CONSUMO".
           02  FILLER         PIC X(13) VALUE "PERDAS".
           02  FILLER         PIC X(14) VALUE "AJUSTES".
           02  FILLER         PIC X(13) VALUE "POSICAO FECH".
       01  WS-DETALHE.
           02  DET-CATEGORIA  PIC X(10).
           02  DET-ENT        PIC -ZZ.ZZZ.ZZ9,99.
           02  DET-CON        PIC -ZZ.ZZZ.ZZ9,99.
           02  DET-PER        PIC ZZ.ZZZ.ZZ9,99.
           02  DET-AJU        PIC -ZZ.ZZZ.ZZ9,99.
           02  DET-POS        PIC ZZ.ZZZ.ZZ9,99.
           "* = CATEGORIA SEM CONTA EM CATCONTA.DAT (CATCNCAD)".
       01  WS-LINHA-TOTAL.
           02  FILLER         PIC X(10) VALUE "TOTAL.....".
           02  TOT-ENT        PIC -ZZ.ZZZ.ZZ9,99.
           02  TOT-CON        PIC -ZZ.ZZZ.ZZ9,99.
           02  TOT-PER        PIC ZZ.ZZZ.ZZ9,99.
           02  TOT-AJU        PIC -ZZ.ZZZ.ZZ9,99.
           02  TOT-POS        PIC ZZ.ZZZ.ZZ9,99.
               INVALID KEY
                   MOVE "(SEM CAT)" TO CATEGORIA
           END-READ.
           MOVE MH-QTD TO WS-QTD-PROPRIA.
           IF MH-QTD-CONSIG NUMERIC
              SUBTRACT MH-QTD-CONSIG FROM WS-QTD-PROPRIA
           END-IF.
           COMPUTE WS-VALOR-MOV = WS-QTD-PROPRIA * MH-CUSTO-UNIT.
           PERFORM 040-00-ACHA-CATEG THRU 040-99-FIM-ACHA.
      *    Tabela de categorias cheia: o valor nao some calado, vai
      *    para a linha TABELA CHEIA do relatorio de conferencia.
                 SUBTRACT WS-VALOR-MOV FROM TB-AJU (WS-ACHEI)
              END-IF
              GO TO 035-99-FIM-CLASS.
           IF MH-ORIGEM = "D"
              SUBTRACT WS-VALOR-MOV FROM TB-CON (WS-ACHEI)
              GO TO 035-99-FIM-CLASS.
           IF MH-ORIGEM = "F"
              SUBTRACT WS-VALOR-MOV FROM TB-ENT (WS-ACHEI)
              GO TO 035-99-FIM-CLASS.
           IF MH-TIPO = "E" OR "e"
              ADD WS-VALOR-MOV TO TB-ENT (WS-ACHEI)
              GO TO 035-99-FIM-CLASS.
              END-READ
           END-IF.
           IF TB-ENT (WS-IND) NOT = ZEROS
              IF TB-ENT (WS-IND) > ZEROS
                 MOVE TB-ENT (WS-IND) TO WS-VAL-TXT
                 MOVE "D" TO WS-DC
              ELSE
                 COMPUTE WS-VAL-TXT = ZEROS - TB-ENT (WS-IND)
                 MOVE "C" TO WS-DC
              END-IF
              MOVE CC-CONTA-ESTOQUE TO WS-CONTA
              MOVE "ENTRADAS" TO WS-CLASSE
              PERFORM 065-00-GRAVA-LINHA THRU 065-99-FIM-LINHA
           END-IF.
           IF TB-CON (WS-IND) NOT = ZEROS
              IF TB-CON (WS-IND) > ZEROS
                 MOVE TB-CON (WS-IND) TO WS-VAL-TXT
                 MOVE "D" TO WS-DC
              ELSE
                 COMPUTE WS-VAL-TXT = ZEROS - TB-CON (WS-IND)
                 MOVE "C" TO WS-DC
              END-IF
              MOVE CC-CONTA-CONSUMO TO WS-CONTA
              MOVE "CONSUMO" TO WS-CLASSE
              PERFORM 065-00-GRAVA-LINHA THRU 065-99-FIM-LINHA
           END-IF.
