      * Abaixo de cada produto imprime a abertura do saldo por local
      * de estoque (SALDOLOC.DAT), com o nome do local obtido em
      * LOCAIS.DAT. Produtos sem saldo por local saem sem abertura.
      * O estoque consignado (CONSIG.DAT) e do fornecedor e nao
      * entra nos totais; sai so como lembrete apos o total geral,
      * com o saldo consignado valorizado ao preco acordado.
      * Produto retornavel emprestado pelo EMPCAD continua no
      * estoque e no total; abaixo dele sai quanto esta emprestado
      * e quanto fica disponivel.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
               FILE STATUS IS WS-FS-LOCAIS.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT CONSIG-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               ALTERNATE RECORD KEY IS CG-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONSIG.
           SELECT EMPREST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-COD-PRODUTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EP-COD-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.
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
       FD SALDOLOC-S
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "ALMOXLST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       FD CONSIG-S
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONSIG
           VALUE OF FILE-ID "CONSIG.DAT".
       01  REG-CONSIG.
           02  CG-CHAVE.
               03  CG-COD-FORNEC  PIC 9(04).
               03  CG-COD-PRODUTO PIC 9(04).
           02  CG-PRECO       PIC 9(05)V99.
           02  CG-REGRA       PIC X(01).
               88  REGRA-CONSIG-PRIMEIRO   VALUE "C".
               88  REGRA-PROPRIO-PRIMEIRO  VALUE "P".
           02  CG-SALDO       PIC 9(05).
           02  CG-DATA        PIC 9(08).
           02  CG-OPERADOR    PIC 9(04).
           02  FILLER         PIC X(07).
       FD EMPREST-S
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-EMPREST
           VALUE OF FILE-ID "EMPREST.DAT".
       01  REG-EMPREST.
           02  EP-CHAVE.
               03  EP-NUMERO  PIC 9(06).
               03  EP-ITEM    PIC 9(02).
           02  EP-COD-PRODUTO PIC 9(04).
           02  EP-COD-DEPTO   PIC 9(04).
           02  EP-TOMADOR     PIC X(30).
           02  EP-QTD         PIC 9(04).
           02  EP-QTD-DEVOL   PIC 9(04).
           02  EP-QTD-PERDA   PIC 9(04).
           02  EP-DATA-SAIDA  PIC 9(08).
           02  EP-DATA-PREVISTA PIC 9(08).
           02  EP-DATA-DEVOL  PIC 9(08).
           02  EP-SITUACAO    PIC X(01).
               88  EMPREST-ABERTO      VALUE "A".
               88  EMPREST-PARCIAL     VALUE "P".
               88  EMPREST-DEVOLVIDO   VALUE "D".
           02  EP-OPERADOR    PIC 9(04).
           02  FILLER         PIC X(13).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  ED-PAGINA      PIC ZZ9.
           02  WS-TOT-PAGINA  PIC 9(07)V99 VALUE ZEROS.
           02  WS-TOT-GERAL   PIC 9(09)V99 VALUE ZEROS.
           02  WS-FS-CONSIG   PIC X(02) VALUE SPACES.
           02  WS-FIM-CONSIG  PIC X(01) VALUE "N".
               88  FIM-CONSIG          VALUE "S".
           02  WS-QTD-CONSIG  PIC 9(07) VALUE ZEROS.
           02  WS-VAL-CONSIG  PIC 9(09)V99 VALUE ZEROS.
           02  WS-FS-EMPREST  PIC X(02) VALUE SPACES.
           02  WS-TEM-EMPREST PIC X(01) VALUE "N".
           02  WS-EMPRESTADO  PIC 9(06) VALUE ZEROS.
       01  WS-CAB-01.
           02  FILLER         PIC X(30) VALUE
               "CONTROLE DE ALMOXARIFADO".
           02  DLO-NOME       PIC X(30).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DLO-QTD        PIC ZZZ.Z9.
       01  WS-DETALHE-EMPREST.
           02  FILLER         PIC X(09) VALUE SPACES.
           02  FILLER         PIC X(15) VALUE "EM EMPRESTIMO: ".
           02  DEM-EMPRESTADO PIC ZZZ.ZZ9.
           02  FILLER         PIC X(16) VALUE "   DISPONIVEL: ".
           02  DEM-DISPONIVEL PIC -ZZZ.ZZ9.
       01  WS-LINHA-TOTAL.
           02  FILLER         PIC X(52) VALUE
               "TOTAL DA PAGINA........................:".
           02  FILLER         PIC X(52) VALUE
               "TOTAL GERAL DO ESTOQUE..................:".
           02  TOT-GERAL      PIC ZZZZZ.ZZ9,99.
       01  WS-LINHA-CONSIG.
           02  FILLER         PIC X(28) VALUE
               "CONSIGNADO (FORA DO TOTAL) ".
           02  LCG-QTD        PIC Z.ZZZ.ZZ9.
           02  FILLER         PIC X(15) VALUE " UNIDADES".
           02  LCG-VALOR      PIC ZZZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
                 CLOSE SALDOLOC-S
              END-IF
           END-IF.
           OPEN INPUT EMPREST-S.
           IF WS-FS-EMPREST = "00"
              MOVE "S" TO WS-TEM-EMPREST
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           ADD 1 TO WS-PAGINA.
           PERFORM 040-00-CABECALHO THRU 040-99-FIM-CABECALHO.
           IF WS-TEM-SALDOLOC = "S"
              PERFORM 035-00-LOCAIS THRU 035-99-FIM-LOCAIS
           END-IF.
           IF PRODUTO-RETORNAVEL AND WS-TEM-EMPREST = "S"
              PERFORM 037-00-EMPRESTADO THRU 037-99-FIM-EMPRESTADO
           END-IF.
           READ ALMOX-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       036-99-FIM-LINHA-LOCAL.
           EXIT.
      *
      *    Pendente dos emprestimos abertos ou devolvidos em parte
      *    do produto em EMPREST.DAT.
       037-00-EMPRESTADO.
           MOVE ZEROS TO WS-EMPRESTADO.
           MOVE COD-PRODUTO TO EP-COD-PRODUTO.
           START EMPREST-S KEY = EP-COD-PRODUTO
               INVALID KEY
                   GO TO 037-80-LINHA
           END-START.
       037-50-LE-EMPREST.
           READ EMPREST-S NEXT RECORD
               AT END
                   GO TO 037-80-LINHA
           END-READ.
           IF EP-COD-PRODUTO NOT = COD-PRODUTO
              GO TO 037-80-LINHA.
           IF EMPREST-ABERTO OR EMPREST-PARCIAL
              COMPUTE WS-EMPRESTADO = WS-EMPRESTADO + EP-QTD
                  - EP-QTD-DEVOL - EP-QTD-PERDA
           END-IF.
           GO TO 037-50-LE-EMPREST.
       037-80-LINHA.
           MOVE WS-EMPRESTADO TO DEM-EMPRESTADO.
           COMPUTE DEM-DISPONIVEL = QTD-ESTOQUE - WS-EMPRESTADO.
           MOVE WS-DETALHE-EMPREST TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-PAG.
       037-99-FIM-EMPRESTADO.
           EXIT.
      *
       040-00-CABECALHO.
           MOVE WS-PAGINA TO CAB-PAGINA.
           MOVE WS-TOT-GERAL TO TOT-GERAL.
           MOVE WS-LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT CONSIG-S.
           IF WS-FS-CONSIG NOT = "00"
              GO TO 080-99-FIM-TOTAL-GERAL.
           READ CONSIG-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONSIG
           END-READ.
           PERFORM 085-00-SOMA-CONSIG THRU 085-99-FIM-SOMA-CONSIG
               UNTIL FIM-CONSIG.
           CLOSE CONSIG-S.
           IF WS-QTD-CONSIG > ZEROS
              MOVE WS-QTD-CONSIG TO LCG-QTD
              MOVE WS-VAL-CONSIG TO LCG-VALOR
              MOVE WS-LINHA-CONSIG TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       085-00-SOMA-CONSIG.
           ADD CG-SALDO TO WS-QTD-CONSIG.
           COMPUTE WS-VAL-CONSIG = WS-VAL-CONSIG
               + (CG-SALDO * CG-PRECO).
           READ CONSIG-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONSIG
           END-READ.
       085-99-FIM-SOMA-CONSIG.
           EXIT.
      *
       090-00-FECHAR.
           IF WS-TEM-SALDOLOC = "S"
              CLOSE SALDOLOC-S
              CLOSE LOCAIS-S
           END-IF.
           IF WS-TEM-EMPREST = "S"
              CLOSE EMPREST-S
           END-IF.
           CLOSE ALMOX-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
