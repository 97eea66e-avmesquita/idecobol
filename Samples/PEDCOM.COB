      * data e quantidade sugerida para repor o estoque ate o ponto
      * de pedido, arredondada para cima para embalagens inteiras da
      * unidade de compra quando o produto tem FATOR-COMPRA
      * cadastrado no ALMOX. Cada pedido emitido e gravado como ordem
      * em aberto: um cabecalho por fornecedor em ORDENS.DAT e uma
      * linha por produto em ORDITEM.DAT, com a quantidade pedida e
      * o preco da cotacao do fornecedor em CATFORN.DAT (sem cotacao,
      * o custo medio do produto). O saldo ainda a receber das linhas
      * abertas e parciais (pedido menos recebido) conta como
      * disponivel: o produto so e pedido de novo se estoque menos
      * reservas mais o que falta chegar ficar abaixo do ponto de
      * pedido, e so pela diferenca. O recebimento das linhas e
      * feito pelo MOVPOST quando a entrada do material e
      * posicionada; ordens avulsas e ajustes sao feitos no ORDCAD.
      * O ultimo numero de pedido usado fica guardado em ORDNUM.DAT.
      * Produto que esta numa cotacao de precos em aberto (linha de
      * COTITEM.DAT emitida ou respondida) nao e pedido: a compra
      * sai do mapa de cotacao (COTMAP) quando ela for encerrada; a
      * quantidade desses produtos aparece no total do relatorio.
      * Requisicao de kit (produto TIPO-PRODUTO K do KITCAD) reserva
      * os componentes, na quantidade por kit de KITCOMP.DAT, e o
      * proprio kit, que nao tem estoque, nunca e sugerido.
      * A falta dos depositos satelites que o almoxarifado central
      * nao conseguiu cobrir na ultima reposicao confirmada (REPLOC,
      * gravada em FALTALOC.DAT) entra como demanda do produto, da
      * mesma forma que as reservas; produto com falta e sem ponto
      * de pedido cadastrado e avaliado com ponto zero.
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
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WS-FS-CATFORN.
           SELECT ORDNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-ORDNUM.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT COTITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-CHAVE
               FILE STATUS IS WS-FS-COTITEM.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT FALTALOC-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-FALTALOC.
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
       FD PEDIDO-S
           RECORD CONTAINS 08 CHARACTERS
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
       FD ORDNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
       01  REG-ORDNUM.
           02  ON-ULTIMO      PIC 9(06).
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "PEDCOM.LST".
       01  LINHA-RELATORIO    PIC X(80).
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
       FD FALTALOC-S
           RECORD CONTAINS 18 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FALTALOC
           VALUE OF FILE-ID "FALTALOC.DAT".
       01  REG-FALTALOC.
           02  FL-COD-PRODUTO PIC 9(04).
           02  FL-COD-LOCAL   PIC 9(02).
           02  FL-QTD         PIC 9(04).
           02  FL-DATA        PIC 9(08).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-TEM-CATFORN PIC X(01) VALUE "N".
           02  WS-FIM-ORDITEM PIC X(01) VALUE "N".
               88  FIM-ORDITEM         VALUE "S".
           02  WS-ITEM-ORDEM  PIC 9(03) VALUE ZEROS.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-COTITEM  PIC X(02) VALUE SPACES.
           02  WS-FIM-COTITEM PIC X(01) VALUE "N".
               88  FIM-COTITEM         VALUE "S".
           02  WS-CONT-EMCOT  PIC 9(05) VALUE ZEROS.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "PEDCOM  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
               88  FIM-REQUIS          VALUE "S".
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-TEM-KITCOMP PIC X(01) VALUE "N".
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
           02  WS-QTD-ITENS   PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(03) COMP VALUE ZEROS.
           02  WS-ESTOURO-CAB PIC X(01) VALUE "N".
           02  WS-SUGERIDA    PIC 9(04) VALUE ZEROS.
           02  WS-PACOTES     PIC 9(04) VALUE ZEROS.
           02  WS-FS-FALTALOC PIC X(02) VALUE SPACES.
           02  WS-FIM-FALTALOC PIC X(01) VALUE "N".
               88  FIM-FALTALOC        VALUE "S".
           02  WS-CONT-FALTALOC PIC 9(05) VALUE ZEROS.
           02  WS-DATA-HOJE.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
       01  WS-TABELA-RESERVA.
           02  WS-RESERVA OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-A-RECEBER.
           02  WS-A-RECEBER OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-FALTA-LOCAL.
           02  WS-FALTA-LOCAL OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-EM-COTACAO.
           02  WS-EM-COTACAO OCCURS 9999 TIMES
                          PIC X(01) VALUE "N".
       01  WS-TABELA-ITENS.
           02  WS-ITEM OCCURS 500 TIMES.
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-NOME        PIC X(30).
               03  TB-COD-FORNEC  PIC 9(04).
               03  TB-ESTOQUE     PIC 9(04).
               03  TB-A-RECEBER   PIC 9(04).
               03  TB-CUSTO       PIC 9(05)V99.
               03  TB-PONTO       PIC 9(04).
               03  TB-SUGERIDA    PIC 9(04).
               03  TB-EMITIDO     PIC X(01).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "ESTOQUE".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "A RECEB".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "PONTO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "QTD A PED".
           02  DET-NOME       PIC X(30).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-ESTOQUE    PIC ZZZ9.
           02  FILLER         PIC X(07) VALUE SPACES.
           02  DET-A-RECEBER  PIC ZZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-PONTO      PIC ZZZ9.
           02  FILLER         PIC X(07) VALUE SPACES.
           02  DET-SUGERIDA   PIC ZZZ9.
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-CAB-SEMFOR      PIC X(80) VALUE
           02  FILLER         PIC X(30) VALUE
               "NAO PEDIDOS (TABELA CHEIA)...:".
           02  TOT-ESTOURO    PIC ZZZZ9.
       01  WS-LINHA-EMCOT.
           02  FILLER         PIC X(30) VALUE
               "EM COTACAO (NAO PEDIDOS).....:".
           02  TOT-EMCOT      PIC ZZZZ9.
       01  WS-LINHA-FALTALOC.
           02  FILLER         PIC X(30) VALUE
               "C/ FALTA DOS DEPOSITOS.......:".
           02  TOT-FALTALOC   PIC ZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
              DISPLAY "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              STOP RUN
           END-IF.
           OPEN I-O ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN I-O ORDITEM-S
           END-IF.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY "Erro ao Abrir ORDITEM.DAT - Status: "
                  WS-FS-ORDITEM
              STOP RUN
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ORDITEM
           END-READ.
           PERFORM 026-00-CARREGA-A-RECEBER
               THRU 026-99-FIM-A-RECEBER
               UNTIL FIM-ORDITEM.
           OPEN INPUT CATFORN-S.
           IF WS-FS-CATFORN = "00"
              MOVE "S" TO WS-TEM-CATFORN
           END-IF.
           OPEN I-O ORDNUM-S.
           IF WS-FS-ORDNUM = "35"
              OPEN OUTPUT ORDNUM-S
               AT END
                   MOVE ZEROS TO ON-ULTIMO
           END-READ.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "00"
              MOVE "S" TO WS-TEM-KITCOMP
           END-IF.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS = "00"
              READ REQUIS-S
                  UNTIL FIM-REQUIS
              CLOSE REQUIS-S
           END-IF.
           IF WS-TEM-KITCOMP = "S"
              CLOSE KITCOMP-S
           END-IF.
           OPEN INPUT COTITEM-S.
           IF WS-FS-COTITEM = "00"
              READ COTITEM-S
                  AT END
                      MOVE "S" TO WS-FIM-COTITEM
              END-READ
              PERFORM 027-00-CARREGA-EM-COTACAO
                  THRU 027-99-FIM-EM-COTACAO
                  UNTIL FIM-COTITEM
              CLOSE COTITEM-S
           END-IF.
           OPEN INPUT FALTALOC-S.
           IF WS-FS-FALTALOC = "00"
              READ FALTALOC-S
                  AT END
                      MOVE "S" TO WS-FIM-FALTALOC
              END-READ
              PERFORM 029-00-CARREGA-FALTA THRU 029-99-FIM-FALTA
                  UNTIL FIM-FALTALOC
              CLOSE FALTALOC-S
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           READ ALMOX-S
           IF (REQ-ABERTA OR REQ-PARCIAL)
              AND RQ-COD-PRODUTO > ZEROS
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
              PERFORM 028-00-RESERVA-KIT THRU 028-99-FIM-RESERVA-KIT
              IF WS-ACHOU-KIT = "N"
                 ADD WS-RESTANTE TO WS-RESERVA (RQ-COD-PRODUTO)
              END-IF
           END-IF.
           READ REQUIS-S
               AT END
           END-READ.
       025-99-FIM-CARREGA.
           EXIT.
      *
      *    O que ainda falta chegar das ordens abertas e parciais.
       026-00-CARREGA-A-RECEBER.
           IF (ITEM-ABERTO OR ITEM-PARCIAL)
              AND OI-COD-PRODUTO > ZEROS
              AND OI-QTD-PEDIDA > OI-QTD-RECEBIDA
              COMPUTE WS-RESTANTE = OI-QTD-PEDIDA - OI-QTD-RECEBIDA
              ADD WS-RESTANTE TO WS-A-RECEBER (OI-COD-PRODUTO)
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ORDITEM
           END-READ.
       026-99-FIM-A-RECEBER.
           EXIT.
      *
      *    Produtos com cotacao de precos ainda em aberto.
       027-00-CARREGA-EM-COTACAO.
           IF (COT-EMITIDA OR COT-RESPONDIDA)
              AND CI-COD-PRODUTO > ZEROS
              MOVE "S" TO WS-EM-COTACAO (CI-COD-PRODUTO)
           END-IF.
           READ COTITEM-S
               AT END
                   MOVE "S" TO WS-FIM-COTITEM
           END-READ.
       027-99-FIM-EM-COTACAO.
           EXIT.
      *
      *    Linha de kit reserva os componentes (restante vezes a
      *    quantidade por kit de KITCOMP.DAT), nao o codigo do kit.
       028-00-RESERVA-KIT.
           MOVE "N" TO WS-ACHOU-KIT.
           IF WS-TEM-KITCOMP NOT = "S"
              GO TO 028-99-FIM-RESERVA-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 028-99-FIM-RESERVA-KIT
           END-START.
       028-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 028-99-FIM-RESERVA-KIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 028-99-FIM-RESERVA-KIT.
           MOVE "S" TO WS-ACHOU-KIT.
           COMPUTE WS-RESERVA (KC-COD-COMP) =
               WS-RESERVA (KC-COD-COMP) + (WS-RESTANTE * KC-QTD).
           GO TO 028-50-LE-COMP.
       028-99-FIM-RESERVA-KIT.
           EXIT.
      *
      *    Falta dos depositos que o central nao cobriu na reposicao.
       029-00-CARREGA-FALTA.
           IF FL-COD-PRODUTO > ZEROS
              ADD FL-QTD TO WS-FALTA-LOCAL (FL-COD-PRODUTO)
           END-IF.
           READ FALTALOC-S
               AT END
                   MOVE "S" TO WS-FIM-FALTALOC
           END-READ.
       029-99-FIM-FALTA.
           EXIT.
      *
       030-00-COLETA.
      *    Produto descontinuado ou kit nao entra em pedido de compra.
           IF PRODUTO-DESCONT OR PRODUTO-KIT
              GO TO 030-50-PROXIMO.
           MOVE COD-PRODUTO TO PD-COD-PRODUTO.
           READ PEDIDO-S
               INVALID KEY
                   IF WS-FALTA-LOCAL (COD-PRODUTO) = ZEROS
                      GO TO 030-50-PROXIMO
                   END-IF
                   MOVE ZEROS TO PTO-PEDIDO
           END-READ.
           COMPUTE WS-DISPONIVEL =
               QTD-ESTOQUE - WS-RESERVA (COD-PRODUTO)
               - WS-FALTA-LOCAL (COD-PRODUTO)
               + WS-A-RECEBER (COD-PRODUTO).
           IF WS-DISPONIVEL < PTO-PEDIDO
              IF WS-EM-COTACAO (COD-PRODUTO) = "S"
                 ADD 1 TO WS-CONT-EMCOT
              ELSE
                 PERFORM 035-00-GUARDA THRU 035-99-FIM-GUARDA
              END-IF
           END-IF.
       030-50-PROXIMO.
           READ ALMOX-S
               AT END
           EXIT.
      *
       035-00-GUARDA.
           IF WS-QTD-ITENS >= 500
              PERFORM 037-00-ESTOURO THRU 037-99-FIM-ESTOURO
              GO TO 035-99-FIM-GUARDA
           MOVE NOME-PRODUTO   TO TB-NOME (WS-QTD-ITENS).
           MOVE COD-FORNECEDOR TO TB-COD-FORNEC (WS-QTD-ITENS).
           MOVE QTD-ESTOQUE    TO TB-ESTOQUE (WS-QTD-ITENS).
           MOVE WS-A-RECEBER (COD-PRODUTO)
                               TO TB-A-RECEBER (WS-QTD-ITENS).
           MOVE CUSTO-UNITARIO TO TB-CUSTO (WS-QTD-ITENS).
           MOVE PTO-PEDIDO     TO TB-PONTO (WS-QTD-ITENS).
      *    A sugestao repoe o saldo DISPONIVEL (ja somado o que falta
      *    receber das ordens em aberto) ate o ponto de pedido,
      *    arredondada para cima para embalagens inteiras quando o
      *    produto tem fator de conversao cadastrado.
           COMPUTE TB-SUGERIDA (WS-QTD-ITENS) =
              END-COMPUTE
           END-IF.
           MOVE "N" TO TB-EMITIDO (WS-QTD-ITENS).
           IF WS-FALTA-LOCAL (COD-PRODUTO) > ZEROS
              ADD 1 TO WS-CONT-FALTALOC
           END-IF.
       035-99-FIM-GUARDA.
           EXIT.
      *
           MOVE COD-PRODUTO  TO DET-CODIGO.
           MOVE NOME-PRODUTO TO DET-NOME.
           MOVE QTD-ESTOQUE  TO DET-ESTOQUE.
           MOVE WS-A-RECEBER (COD-PRODUTO) TO DET-A-RECEBER.
           MOVE PTO-PEDIDO   TO DET-PONTO.
           COMPUTE WS-SUGERIDA = PTO-PEDIDO - WS-DISPONIVEL
               ON SIZE ERROR
       055-99-FIM-VARRE.
           EXIT.
      *
      *    Cada pedido impresso abre o cabecalho da ordem de compra;
      *    numero ja usado (ordem avulsa do ORDCAD) e pulado.
       060-00-CAB-PEDIDO.
           ADD 1 TO ON-ULTIMO.
           MOVE ON-ULTIMO      TO OC-NUMERO.
           MOVE WS-FORNEC-ATU  TO OC-COD-FORNEC.
           MOVE WS-DATA-HOJE   TO OC-DATA.
           MOVE 15             TO OC-PRAZO.
           MOVE "P"            TO OC-ORIGEM.
           MOVE ZEROS          TO OC-OPERADOR.
           MOVE "A"            TO OC-SITUACAO.
           WRITE REG-ORDEM
               INVALID KEY
                   GO TO 060-00-CAB-PEDIDO
           END-WRITE.
           MOVE ZEROS TO WS-ITEM-ORDEM.
           ADD 1 TO WS-CONT-PEDIDOS.
           MOVE ON-ULTIMO     TO CAB-NUMERO.
           MOVE WS-HOJE-DIA   TO CAB-DIA.
           MOVE TB-COD-PRODUTO (WS-IND2) TO DET-CODIGO.
           MOVE TB-NOME (WS-IND2)        TO DET-NOME.
           MOVE TB-ESTOQUE (WS-IND2)     TO DET-ESTOQUE.
           MOVE TB-A-RECEBER (WS-IND2)   TO DET-A-RECEBER.
           MOVE TB-PONTO (WS-IND2)       TO DET-PONTO.
           MOVE TB-SUGERIDA (WS-IND2)    TO DET-SUGERIDA.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           EXIT.
      *
       067-00-GRAVA-ORDEM.
           ADD 1 TO WS-ITEM-ORDEM.
           PERFORM 068-00-MONTA-ORDEM THRU 068-99-FIM-MONTA-ORDEM.
           WRITE REG-ORDITEM
               INVALID KEY
                   DISPLAY "Erro ao Gravar ORDITEM.DAT"
           END-WRITE.
       067-99-FIM-GRAVA-ORDEM.
           EXIT.
      *
      *    Preco da linha: cotacao do fornecedor em CATFORN, ou o
      *    custo medio do produto quando nao houver cotacao.
       068-00-MONTA-ORDEM.
           MOVE ON-ULTIMO                TO OI-NUMERO.
           MOVE WS-ITEM-ORDEM            TO OI-ITEM.
           MOVE TB-COD-PRODUTO (WS-IND2) TO OI-COD-PRODUTO.
           MOVE TB-SUGERIDA (WS-IND2)    TO OI-QTD-PEDIDA.
           MOVE ZEROS                    TO OI-QTD-RECEBIDA.
           MOVE ZEROS                    TO OI-DATA-ENTRADA.
           MOVE "A"                      TO OI-SITUACAO.
           MOVE TB-CUSTO (WS-IND2)       TO OI-PRECO.
           IF WS-TEM-CATFORN = "S"
              MOVE TB-COD-PRODUTO (WS-IND2) TO CT-COD-PRODUTO
              MOVE WS-FORNEC-ATU            TO CT-COD-FORNEC
              READ CATFORN-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CT-PRECO TO OI-PRECO
              END-READ
           END-IF.
       068-99-FIM-MONTA-ORDEM.
           EXIT.
      *
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           IF WS-CONT-EMCOT > ZEROS
              MOVE WS-CONT-EMCOT TO TOT-EMCOT
              MOVE WS-LINHA-EMCOT TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           IF WS-CONT-FALTALOC > ZEROS
              MOVE WS-CONT-FALTALOC TO TOT-FALTALOC
              MOVE WS-LINHA-FALTALOC TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
           CLOSE PEDIDO-S.
           CLOSE FORNECEDOR-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           IF WS-TEM-CATFORN = "S"
              CLOSE CATFORN-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
