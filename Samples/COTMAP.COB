       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COTMAP.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * MAPA COMPARATIVO E ENCERRAMENTO DA COTACAO DE PRECOS
      * Le as linhas da cotacao informada em COTITEM.DAT e imprime
      * em COTMAP.LST, produto a produto, todos os fornecedores
      * convidados em ordem de preco: preco unitario, valor total da
      * quantidade cotada, prazo, validade e observacao (vencida, nao
      * cotou, sem resposta). O vencedor do item e o fornecedor
      * marcado pelo comprador no COTCAD ou, nao havendo marca, o de
      * menor preco com proposta valida (empate: menor prazo).
      * Acao M so imprime o mapa. Acao E encerra a cotacao aberta:
      * a cotacao de cada vencedor e gravada (ou atualizada) em
      * CATFORN.DAT com a data da resposta, e e gerada uma ordem de
      * compra por fornecedor vencedor em ORDENS.DAT/ORDITEM.DAT
      * (numero da sequencia ORDNUM.DAT, origem Q, prazo = maior
      * prazo cotado pelo fornecedor, preco = preco vencedor), mesmo
      * que nao seja o fornecedor habitual do produto; o pedido e
      * impresso no fim do mapa. As linhas ficam V (vencedora, com o
      * numero da ordem) ou P (perdedora). Acao C cancela a cotacao.
      * Encerrada ou cancelada, os produtos sem vencedor voltam a ser
      * pedidos pelo PEDCOM. Uma cotacao encerrada pode ter o mapa
      * reimpresso com os vencedores gravados.
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
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
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
           DATA RECORD IS REG-ORDNUM
           VALUE OF FILE-ID "ORDNUM.DAT".
       01  REG-ORDNUM.
           02  ON-ULTIMO      PIC 9(06).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "COTMAP.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-COTCAB   PIC X(02) VALUE SPACES.
           02  WS-FS-COTITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "COTMAP  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-ACAO        PIC X(01) VALUE SPACE.
               88  ACAO-MAPA           VALUE "M".
               88  ACAO-ENCERRA        VALUE "E".
               88  ACAO-CANCELA        VALUE "C".
           02  WS-ENCERRADA   PIC X(01) VALUE "N".
           02  WS-QTD-LINHAS  PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-VENC    PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND-MENOR   PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND-ESCOLHA PIC 9(04) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-PROD-ANT    PIC 9(04) VALUE ZEROS.
           02  WS-TEM-VENC    PIC X(01) VALUE "N".
           02  WS-FORNEC-ATU  PIC 9(04) VALUE ZEROS.
           02  WS-PRAZO-OC    PIC 9(03) VALUE ZEROS.
           02  WS-ITEM-ORDEM  PIC 9(03) VALUE ZEROS.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-VALOR       PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-OC    PIC 9(10)V99 VALUE ZEROS.
           02  WS-VALOR-VENC  PIC 9(10)V99 VALUE ZEROS.
           02  WS-CONT-PRODUTOS PIC 9(04) VALUE ZEROS.
           02  WS-CONT-SEMVENC PIC 9(04) VALUE ZEROS.
           02  WS-CONT-ORDENS PIC 9(04) VALUE ZEROS.
           02  WS-DATA-HOJE.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
               03  WS-HOJE-DIA PIC 9(02).
      *    Linhas da cotacao: classe 1 proposta valida, 2 vencida,
      *    3 nao cotou, 4 sem resposta; LN-VENCE M menor preco,
      *    E escolhido pelo comprador, V vencedora ja gravada.
       01  WS-TABELA-LINHAS.
           02  WS-LINHA OCCURS 1000 TIMES.
               03  LN-CHAVE-ORD.
                   04  LN-COD-PRODUTO PIC 9(04).
                   04  LN-CLASSE      PIC 9(01).
                   04  LN-PRECO       PIC 9(05)V99.
                   04  LN-PRAZO       PIC 9(03).
                   04  LN-COD-FORNEC  PIC 9(04).
               03  LN-QTD         PIC 9(04).
               03  LN-VALIDADE    PIC 9(08).
               03  LN-DATA-RESPOSTA PIC 9(08).
               03  LN-SITUACAO    PIC X(01).
               03  LN-ESCOLHA     PIC X(01).
               03  LN-NUM-ORDEM   PIC 9(06).
               03  LN-VENCE       PIC X(01).
       01  WS-LINHA-TROCA     PIC X(48).
       01  WS-CAB-01.
           02  FILLER         PIC X(20) VALUE "MAPA DE COTACAO NR: ".
           02  CAB-NUMERO     PIC 9(06).
           02  FILLER         PIC X(11) VALUE "  EMITIDA: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
           02  FILLER         PIC X(12) VALUE "  SITUACAO: ".
           02  CAB-SITUACAO   PIC X(10).
       01  WS-CAB-02.
           02  FILLER         PIC X(26) VALUE "FORNECEDOR".
           02  FILLER         PIC X(10) VALUE "PRECO UN.".
           02  FILLER         PIC X(15) VALUE "    VALOR TOTAL".
           02  FILLER         PIC X(04) VALUE " PRZ".
           02  FILLER         PIC X(11) VALUE " VALIDADE".
           02  FILLER         PIC X(14) VALUE " OBSERVACAO".
       01  WS-CAB-PRODUTO.
           02  FILLER         PIC X(09) VALUE "PRODUTO: ".
           02  CAB-COD-PRODUTO PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-PRODUTO PIC X(30).
           02  FILLER         PIC X(07) VALUE "  QTD: ".
           02  CAB-QTD        PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  CAB-UNIDADE    PIC X(02).
       01  WS-DETALHE.
           02  DET-COD-FORNEC PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-NOME-FORN  PIC X(20).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-PRECO      PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-PRAZO      PIC ZZ9.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-VALIDADE   PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-OBS        PIC X(14).
       01  WS-DATA-EDITADA.
           02  DE-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DE-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DE-ANO         PIC 9(04).
       01  WS-OBS-ORDEM.
           02  FILLER         PIC X(08) VALUE "VENC.OC ".
           02  OBS-ORDEM      PIC 9(06).
       01  WS-LINHA-SEMVENC   PIC X(80) VALUE
           "    *** SEM PROPOSTA VALIDA - PRODUTO SEM VENCEDOR".
       01  WS-CAB-PEDIDO.
           02  FILLER         PIC X(21) VALUE
               "PEDIDO DE COMPRA NR: ".
           02  CAB-OC-NUMERO  PIC 9(06).
           02  FILLER         PIC X(11) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "DATA: ".
           02  CAB-OC-DIA     PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-OC-MES     PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-OC-ANO     PIC 9(04).
       01  WS-CAB-FORNEC.
           02  FILLER         PIC X(12) VALUE "FORNECEDOR: ".
           02  CAB-COD-FORNEC PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-FORN  PIC X(30).
       01  WS-CAB-CONTATO.
           02  FILLER         PIC X(12) VALUE "CONTATO...: ".
           02  CAB-CONTATO    PIC X(20).
       01  WS-CAB-COTACAO.
           02  FILLER         PIC X(12) VALUE "COTACAO NR: ".
           02  CAB-COT-NUMERO PIC 9(06).
           02  FILLER         PIC X(22) VALUE
               "   PRAZO DE ENTREGA: ".
           02  CAB-PRAZO      PIC ZZ9.
           02  FILLER         PIC X(05) VALUE " DIAS".
       01  WS-CAB-ITENS-OC.
           02  FILLER         PIC X(08) VALUE "CODIGO".
           02  FILLER         PIC X(31) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(04) VALUE "UN".
           02  FILLER         PIC X(06) VALUE "QTD".
           02  FILLER         PIC X(11) VALUE "PRECO UNIT.".
           02  FILLER         PIC X(14) VALUE "   VALOR TOTAL".
       01  WS-DETALHE-OC.
           02  DOC-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DOC-NOME       PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DOC-UNIDADE    PIC X(02).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DOC-QTD        PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DOC-PRECO      PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DOC-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-TOTAL-OC.
           02  FILLER         PIC X(30) VALUE
               "VALOR TOTAL DO PEDIDO........:".
           02  TOT-VALOR-OC   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-LINHA-TOTAL.
           02  TOT-TITULO     PIC X(30).
           02  TOT-QTD        PIC ZZZZZ9.
       01  WS-LINHA-TOTAL-VALOR.
           02  FILLER         PIC X(30) VALUE
               "VALOR DOS VENCEDORES.........:".
           02  TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-CARREGA THRU 030-99-FIM-CARREGA.
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
           IF NOT ACAO-CANCELA
              PERFORM 045-00-VENCEDORES THRU 045-99-FIM-VENCEDORES
           END-IF.
           PERFORM 050-00-MAPA THRU 050-99-FIM-MAPA.
           IF ACAO-ENCERRA
              PERFORM 060-00-ORDENS THRU 060-99-FIM-ORDENS
           END-IF.
           IF ACAO-ENCERRA OR ACAO-CANCELA
              PERFORM 070-00-ATUALIZA THRU 070-99-FIM-ATUALIZA
           END-IF.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Numero da cotacao.....................: ".
           ACCEPT WS-NUMERO.
           DISPLAY "Acao (M=mapa, E=encerra, C=cancela)...: ".
           ACCEPT WS-ACAO.
           IF WS-ACAO = "m"
              MOVE "M" TO WS-ACAO.
           IF WS-ACAO = "e"
              MOVE "E" TO WS-ACAO.
           IF WS-ACAO = "c"
              MOVE "C" TO WS-ACAO.
           IF NOT ACAO-MAPA AND NOT ACAO-ENCERRA AND NOT ACAO-CANCELA
              DISPLAY "Acao invalida - programa encerrado"
              STOP RUN.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN I-O COTCAB-S.
           IF WS-FS-COTCAB NOT = "00"
              DISPLAY "Erro ao Abrir COTCAB.DAT - Status: " WS-FS-COTCAB
              STOP RUN
           END-IF.
           MOVE WS-NUMERO TO CB-NUMERO.
           READ COTCAB-S
               INVALID KEY
                   DISPLAY "Cotacao nao emitida - programa encerrado"
                   CLOSE COTCAB-S
                   STOP RUN
           END-READ.
           IF (ACAO-ENCERRA OR ACAO-CANCELA) AND NOT COTACAO-ABERTA
              DISPLAY "Cotacao ja encerrada - programa encerrado"
              CLOSE COTCAB-S
              STOP RUN.
           IF NOT COTACAO-ABERTA
              MOVE "S" TO WS-ENCERRADA.
           OPEN I-O COTITEM-S.
           IF WS-FS-COTITEM NOT = "00"
              DISPLAY "Erro ao Abrir COTITEM.DAT - Status: "
                  WS-FS-COTITEM
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY "Erro ao Abrir FORNECED.DAT - Status: "
                  WS-FS-FORNEC
              STOP RUN
           END-IF.
           IF ACAO-ENCERRA
              PERFORM 025-00-ABRE-COMPRAS THRU 025-99-FIM-ABRE
           END-IF.
           OPEN OUTPUT RELATORIO-S.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Arquivos de compra so sao abertos no encerramento.
       025-00-ABRE-COMPRAS.
           OPEN I-O ORDENS-S.
           IF WS-FS-ORDENS = "35"
              OPEN OUTPUT ORDENS-S
              CLOSE ORDENS-S
              OPEN I-O ORDENS-S
           END-IF.
           IF WS-FS-ORDENS NOT = "00"
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
           OPEN I-O CATFORN-S.
           IF WS-FS-CATFORN = "35"
              OPEN OUTPUT CATFORN-S
              CLOSE CATFORN-S
              OPEN I-O CATFORN-S
           END-IF.
           IF WS-FS-CATFORN NOT = "00"
              DISPLAY "Erro ao Abrir CATFORN.DAT - Status: "
                  WS-FS-CATFORN
              STOP RUN
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
       025-99-FIM-ABRE.
           EXIT.
      *
       030-00-CARREGA.
           MOVE WS-NUMERO TO CI-NUMERO.
           MOVE ZEROS TO CI-COD-PRODUTO.
           MOVE ZEROS TO CI-COD-FORNEC.
           START COTITEM-S KEY > CI-CHAVE
               INVALID KEY
                   GO TO 030-99-FIM-CARREGA
           END-START.
       030-10-LE.
           READ COTITEM-S NEXT RECORD
               AT END
                   GO TO 030-99-FIM-CARREGA
           END-READ.
           IF CI-NUMERO NOT = WS-NUMERO
              GO TO 030-99-FIM-CARREGA.
           IF WS-QTD-LINHAS NOT < 1000
              DISPLAY "Cotacao com mais de 1000 linhas - truncada"
              GO TO 030-99-FIM-CARREGA.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE CI-COD-PRODUTO   TO LN-COD-PRODUTO (WS-QTD-LINHAS).
           MOVE CI-PRECO         TO LN-PRECO (WS-QTD-LINHAS).
           MOVE CI-PRAZO         TO LN-PRAZO (WS-QTD-LINHAS).
           MOVE CI-COD-FORNEC    TO LN-COD-FORNEC (WS-QTD-LINHAS).
           MOVE CI-QTD           TO LN-QTD (WS-QTD-LINHAS).
           MOVE CI-VALIDADE      TO LN-VALIDADE (WS-QTD-LINHAS).
           MOVE CI-DATA-RESPOSTA TO LN-DATA-RESPOSTA (WS-QTD-LINHAS).
           MOVE CI-SITUACAO      TO LN-SITUACAO (WS-QTD-LINHAS).
           MOVE CI-ESCOLHA       TO LN-ESCOLHA (WS-QTD-LINHAS).
           MOVE CI-NUM-ORDEM     TO LN-NUM-ORDEM (WS-QTD-LINHAS).
           MOVE "N"              TO LN-VENCE (WS-QTD-LINHAS).
           IF CI-PRECO > ZEROS
              MOVE 1 TO LN-CLASSE (WS-QTD-LINHAS)
              IF WS-ENCERRADA = "N"
                 AND CI-VALIDADE NOT = ZEROS
                 AND CI-VALIDADE < WS-DATA-HOJE
                 MOVE 2 TO LN-CLASSE (WS-QTD-LINHAS)
              END-IF
           ELSE
              IF CI-DATA-RESPOSTA > ZEROS
                 MOVE 3 TO LN-CLASSE (WS-QTD-LINHAS)
              ELSE
                 MOVE 4 TO LN-CLASSE (WS-QTD-LINHAS)
              END-IF
           END-IF.
           GO TO 030-10-LE.
       030-99-FIM-CARREGA.
           EXIT.
      *
      *    Ordem de produto e, dentro dele, classe, preco, prazo e
      *    fornecedor.
       040-00-ORDENA.
           IF WS-QTD-LINHAS < 2
              GO TO 040-99-FIM-ORDENA.
           MOVE "S" TO WS-TROCOU.
           PERFORM 042-00-PASSADA THRU 042-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       040-99-FIM-ORDENA.
           EXIT.
      *
       042-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 044-00-COMPARA THRU 044-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-LINHAS.
       042-99-FIM-PASSADA.
           EXIT.
      *
       044-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF LN-CHAVE-ORD (WS-IND) > LN-CHAVE-ORD (WS-IND2)
              MOVE WS-LINHA (WS-IND)  TO WS-LINHA-TROCA
              MOVE WS-LINHA (WS-IND2) TO WS-LINHA (WS-IND)
              MOVE WS-LINHA-TROCA     TO WS-LINHA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       044-99-FIM-COMPARA.
           EXIT.
      *
      *    Vencedor de cada produto: na cotacao encerrada, a linha
      *    gravada como V; na aberta, a escolha do comprador com
      *    proposta valida ou, sem ela, a primeira proposta valida
      *    (menor preco, depois menor prazo).
       045-00-VENCEDORES.
           MOVE ZEROS TO WS-PROD-ANT.
           MOVE 1 TO WS-IND.
           PERFORM 046-00-LINHA THRU 046-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-LINHAS.
           IF WS-PROD-ANT NOT = ZEROS
              PERFORM 047-00-FECHA-PRODUTO THRU 047-99-FIM-FECHA
           END-IF.
       045-99-FIM-VENCEDORES.
           EXIT.
      *
       046-00-LINHA.
           IF LN-COD-PRODUTO (WS-IND) NOT = WS-PROD-ANT
              IF WS-PROD-ANT NOT = ZEROS
                 PERFORM 047-00-FECHA-PRODUTO THRU 047-99-FIM-FECHA
              END-IF
              MOVE LN-COD-PRODUTO (WS-IND) TO WS-PROD-ANT
              MOVE ZEROS TO WS-IND-MENOR
              MOVE ZEROS TO WS-IND-ESCOLHA
           END-IF.
           IF WS-ENCERRADA = "S"
              IF LN-SITUACAO (WS-IND) = "V"
                 MOVE "V" TO LN-VENCE (WS-IND)
              END-IF
           ELSE
              IF LN-CLASSE (WS-IND) = 1
                 IF WS-IND-MENOR = ZEROS
                    MOVE WS-IND TO WS-IND-MENOR
                 END-IF
                 IF LN-ESCOLHA (WS-IND) = "S"
                    MOVE WS-IND TO WS-IND-ESCOLHA
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-IND.
       046-99-FIM-LINHA.
           EXIT.
      *
       047-00-FECHA-PRODUTO.
           IF WS-IND-ESCOLHA NOT = ZEROS
              MOVE "E" TO LN-VENCE (WS-IND-ESCOLHA)
           ELSE
              IF WS-IND-MENOR NOT = ZEROS
                 MOVE "M" TO LN-VENCE (WS-IND-MENOR)
              END-IF
           END-IF.
       047-99-FIM-FECHA.
           EXIT.
      *
       050-00-MAPA.
           MOVE CB-NUMERO     TO CAB-NUMERO.
           MOVE CB-DATA (7:2) TO CAB-DIA.
           MOVE CB-DATA (5:2) TO CAB-MES.
           MOVE CB-DATA (1:4) TO CAB-ANO.
           IF COTACAO-ABERTA
              MOVE "ABERTA" TO CAB-SITUACAO
           ELSE
              IF COTACAO-ENCERRADA
                 MOVE "ENCERRADA" TO CAB-SITUACAO
              ELSE
                 MOVE "CANCELADA" TO CAB-SITUACAO
              END-IF
           END-IF.
           IF ACAO-ENCERRA
              MOVE "ENCERRADA" TO CAB-SITUACAO.
           IF ACAO-CANCELA
              MOVE "CANCELADA" TO CAB-SITUACAO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-LINHAS = ZEROS
              MOVE "COTACAO SEM LINHAS" TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-MAPA.
           MOVE ZEROS TO WS-PROD-ANT.
           MOVE 1 TO WS-IND.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-LINHAS.
           PERFORM 057-00-FECHA-PRODUTO THRU 057-99-FIM-FECHA.
       050-99-FIM-MAPA.
           EXIT.
      *
       055-00-LINHA.
           IF LN-COD-PRODUTO (WS-IND) NOT = WS-PROD-ANT
              IF WS-PROD-ANT NOT = ZEROS
                 PERFORM 057-00-FECHA-PRODUTO THRU 057-99-FIM-FECHA
              END-IF
              MOVE LN-COD-PRODUTO (WS-IND) TO WS-PROD-ANT
              PERFORM 056-00-CAB-PRODUTO THRU 056-99-FIM-CAB
           END-IF.
           MOVE LN-COD-FORNEC (WS-IND) TO DET-COD-FORNEC.
           MOVE LN-COD-FORNEC (WS-IND) TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO FOR-NOME
           END-READ.
           MOVE FOR-NOME TO DET-NOME-FORN.
           MOVE LN-PRECO (WS-IND) TO DET-PRECO.
           COMPUTE WS-VALOR = LN-PRECO (WS-IND) * LN-QTD (WS-IND).
           MOVE WS-VALOR TO DET-VALOR.
           MOVE LN-PRAZO (WS-IND) TO DET-PRAZO.
           MOVE SPACES TO DET-VALIDADE.
           IF LN-VALIDADE (WS-IND) NOT = ZEROS
              MOVE LN-VALIDADE (WS-IND) (7:2) TO DE-DIA
              MOVE LN-VALIDADE (WS-IND) (5:2) TO DE-MES
              MOVE LN-VALIDADE (WS-IND) (1:4) TO DE-ANO
              MOVE WS-DATA-EDITADA TO DET-VALIDADE
           END-IF.
           MOVE SPACES TO DET-OBS.
           IF LN-CLASSE (WS-IND) = 2
              MOVE "VENCIDA" TO DET-OBS.
           IF LN-CLASSE (WS-IND) = 3
              MOVE "NAO COTOU" TO DET-OBS.
           IF LN-CLASSE (WS-IND) = 4
              MOVE "SEM RESPOSTA" TO DET-OBS.
           IF LN-VENCE (WS-IND) = "M"
              MOVE "<== VENCEDOR" TO DET-OBS.
           IF LN-VENCE (WS-IND) = "E"
              MOVE "<== ESCOLHIDO" TO DET-OBS.
           IF LN-VENCE (WS-IND) = "V"
              MOVE LN-NUM-ORDEM (WS-IND) TO OBS-ORDEM
              MOVE WS-OBS-ORDEM TO DET-OBS.
           IF LN-VENCE (WS-IND) NOT = "N"
              MOVE "S" TO WS-TEM-VENC
              ADD WS-VALOR TO WS-VALOR-VENC
           END-IF.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.
       055-99-FIM-LINHA.
           EXIT.
      *
       056-00-CAB-PRODUTO.
           ADD 1 TO WS-CONT-PRODUTOS.
           MOVE "N" TO WS-TEM-VENC.
           MOVE LN-COD-PRODUTO (WS-IND) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           MOVE LN-COD-PRODUTO (WS-IND) TO CAB-COD-PRODUTO.
           MOVE NOME-PRODUTO            TO CAB-NOME-PRODUTO.
           MOVE LN-QTD (WS-IND)         TO CAB-QTD.
           MOVE UNIDADE-MEDIDA          TO CAB-UNIDADE.
           MOVE WS-CAB-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-99-FIM-CAB.
           EXIT.
      *
       057-00-FECHA-PRODUTO.
           IF WS-TEM-VENC = "N"
              ADD 1 TO WS-CONT-SEMVENC
              IF NOT ACAO-CANCELA
                 MOVE WS-LINHA-SEMVENC TO LINHA-RELATORIO
                 WRITE LINHA-RELATORIO
              END-IF
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       057-99-FIM-FECHA.
           EXIT.
      *
      *    Uma ordem de compra por fornecedor vencedor, com todos os
      *    produtos que ele ganhou; numero ja usado e pulado.
       060-00-ORDENS.
           MOVE 1 TO WS-IND.
           PERFORM 062-00-VARRE THRU 062-99-FIM-VARRE
               UNTIL WS-IND > WS-QTD-LINHAS.
       060-99-FIM-ORDENS.
           EXIT.
      *
       062-00-VARRE.
           IF LN-VENCE (WS-IND) = "N" OR LN-NUM-ORDEM (WS-IND) > ZEROS
              GO TO 062-98-PROXIMO.
           MOVE LN-COD-FORNEC (WS-IND) TO WS-FORNEC-ATU.
           MOVE ZEROS TO WS-PRAZO-OC.
           MOVE WS-IND TO WS-IND2.
           PERFORM 063-00-PRAZO THRU 063-99-FIM-PRAZO
               UNTIL WS-IND2 > WS-QTD-LINHAS.
           IF WS-PRAZO-OC = ZEROS
              MOVE 15 TO WS-PRAZO-OC.
           PERFORM 066-00-CAB-ORDEM THRU 066-99-FIM-CAB-ORDEM.
           MOVE ZEROS TO WS-VALOR-OC.
           MOVE WS-IND TO WS-IND2.
           PERFORM 064-00-ITEM THRU 064-99-FIM-ITEM
               UNTIL WS-IND2 > WS-QTD-LINHAS.
           MOVE WS-VALOR-OC TO TOT-VALOR-OC.
           MOVE WS-LINHA-TOTAL-OC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       062-98-PROXIMO.
           ADD 1 TO WS-IND.
       062-99-FIM-VARRE.
           EXIT.
      *
       063-00-PRAZO.
           IF LN-VENCE (WS-IND2) NOT = "N"
              AND LN-COD-FORNEC (WS-IND2) = WS-FORNEC-ATU
              AND LN-PRAZO (WS-IND2) > WS-PRAZO-OC
              MOVE LN-PRAZO (WS-IND2) TO WS-PRAZO-OC
           END-IF.
           ADD 1 TO WS-IND2.
       063-99-FIM-PRAZO.
           EXIT.
      *
       064-00-ITEM.
           IF LN-VENCE (WS-IND2) = "N"
              OR LN-COD-FORNEC (WS-IND2) NOT = WS-FORNEC-ATU
              GO TO 064-98-PROXIMO.
           ADD 1 TO WS-ITEM-ORDEM.
           MOVE ON-ULTIMO                TO OI-NUMERO.
           MOVE WS-ITEM-ORDEM            TO OI-ITEM.
           MOVE LN-COD-PRODUTO (WS-IND2) TO OI-COD-PRODUTO.
           MOVE LN-QTD (WS-IND2)         TO OI-QTD-PEDIDA.
           MOVE ZEROS                    TO OI-QTD-RECEBIDA.
           MOVE LN-PRECO (WS-IND2)       TO OI-PRECO.
           MOVE ZEROS                    TO OI-DATA-ENTRADA.
           MOVE "A"                      TO OI-SITUACAO.
           WRITE REG-ORDITEM
               INVALID KEY
                   DISPLAY "Erro ao Gravar ORDITEM.DAT"
           END-WRITE.
           MOVE ON-ULTIMO TO LN-NUM-ORDEM (WS-IND2).
           MOVE LN-COD-PRODUTO (WS-IND2) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           MOVE LN-COD-PRODUTO (WS-IND2) TO DOC-CODIGO.
           MOVE NOME-PRODUTO             TO DOC-NOME.
           MOVE UNIDADE-MEDIDA           TO DOC-UNIDADE.
           MOVE LN-QTD (WS-IND2)         TO DOC-QTD.
           MOVE LN-PRECO (WS-IND2)       TO DOC-PRECO.
           COMPUTE WS-VALOR = LN-PRECO (WS-IND2) * LN-QTD (WS-IND2).
           MOVE WS-VALOR TO DOC-VALOR.
           ADD WS-VALOR TO WS-VALOR-OC.
           MOVE WS-DETALHE-OC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       064-98-PROXIMO.
           ADD 1 TO WS-IND2.
       064-99-FIM-ITEM.
           EXIT.
      *
       066-00-CAB-ORDEM.
           ADD 1 TO ON-ULTIMO.
           MOVE ON-ULTIMO      TO OC-NUMERO.
           MOVE WS-FORNEC-ATU  TO OC-COD-FORNEC.
           MOVE WS-DATA-HOJE   TO OC-DATA.
           MOVE WS-PRAZO-OC    TO OC-PRAZO.
           MOVE "Q"            TO OC-ORIGEM.
           MOVE ZEROS          TO OC-OPERADOR.
           MOVE "A"            TO OC-SITUACAO.
           WRITE REG-ORDEM
               INVALID KEY
                   GO TO 066-00-CAB-ORDEM
           END-WRITE.
           MOVE ZEROS TO WS-ITEM-ORDEM.
           ADD 1 TO WS-CONT-ORDENS.
           MOVE WS-FORNEC-ATU TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO FOR-NOME
                   MOVE SPACES TO FOR-CONTATO
           END-READ.
           MOVE ON-ULTIMO      TO CAB-OC-NUMERO.
           MOVE WS-HOJE-DIA    TO CAB-OC-DIA.
           MOVE WS-HOJE-MES    TO CAB-OC-MES.
           MOVE WS-HOJE-ANO    TO CAB-OC-ANO.
           MOVE WS-FORNEC-ATU  TO CAB-COD-FORNEC.
           MOVE FOR-NOME       TO CAB-NOME-FORN.
           MOVE FOR-CONTATO    TO CAB-CONTATO.
           MOVE CB-NUMERO      TO CAB-COT-NUMERO.
           MOVE WS-PRAZO-OC    TO CAB-PRAZO.
           MOVE WS-CAB-PEDIDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-FORNEC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-CONTATO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-COTACAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-ITENS-OC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       066-99-FIM-CAB-ORDEM.
           EXIT.
      *
      *    Grava a decisao nas linhas da cotacao e, no encerramento,
      *    a cotacao vencedora no catalogo de precos.
       070-00-ATUALIZA.
           MOVE 1 TO WS-IND.
           PERFORM 072-00-LINHA THRU 072-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-LINHAS.
           IF ACAO-ENCERRA
              MOVE "E" TO CB-SITUACAO
           ELSE
              MOVE "C" TO CB-SITUACAO
           END-IF.
           MOVE WS-DATA-HOJE TO CB-DATA-ENCERRA.
           REWRITE REG-COTCAB
               INVALID KEY
                   DISPLAY "Erro ao Regravar COTCAB.DAT"
           END-REWRITE.
       070-99-FIM-ATUALIZA.
           EXIT.
      *
       072-00-LINHA.
           MOVE WS-NUMERO               TO CI-NUMERO.
           MOVE LN-COD-PRODUTO (WS-IND) TO CI-COD-PRODUTO.
           MOVE LN-COD-FORNEC (WS-IND)  TO CI-COD-FORNEC.
           READ COTITEM-S
               INVALID KEY
                   GO TO 072-98-PROXIMO
           END-READ.
           IF LN-VENCE (WS-IND) NOT = "N"
              MOVE "V" TO CI-SITUACAO
              MOVE LN-NUM-ORDEM (WS-IND) TO CI-NUM-ORDEM
              PERFORM 074-00-CATALOGO THRU 074-99-FIM-CATALOGO
           ELSE
              IF COT-EMITIDA OR COT-RESPONDIDA
                 IF ACAO-ENCERRA
                    MOVE "P" TO CI-SITUACAO
                 ELSE
                    MOVE "X" TO CI-SITUACAO
                 END-IF
              END-IF
           END-IF.
           REWRITE REG-COTITEM
               INVALID KEY
                   DISPLAY "Erro ao Regravar COTITEM.DAT"
           END-REWRITE.
       072-98-PROXIMO.
           ADD 1 TO WS-IND.
       072-99-FIM-LINHA.
           EXIT.
      *
       074-00-CATALOGO.
           MOVE LN-COD-PRODUTO (WS-IND) TO CT-COD-PRODUTO.
           MOVE LN-COD-FORNEC (WS-IND)  TO CT-COD-FORNEC.
           READ CATFORN-S
               INVALID KEY
                   MOVE LN-PRECO (WS-IND) TO CT-PRECO
                   MOVE LN-DATA-RESPOSTA (WS-IND) TO CT-DATA-COT
                   WRITE REG-CATFORN
                       INVALID KEY
                           DISPLAY "Erro ao Gravar CATFORN.DAT"
                   END-WRITE
               NOT INVALID KEY
                   MOVE LN-PRECO (WS-IND) TO CT-PRECO
                   MOVE LN-DATA-RESPOSTA (WS-IND) TO CT-DATA-COT
                   REWRITE REG-CATFORN
                       INVALID KEY
                           DISPLAY "Erro ao Regravar CATFORN.DAT"
                   END-REWRITE
           END-READ.
       074-99-FIM-CATALOGO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE "PRODUTOS NA COTACAO..........:" TO TOT-TITULO.
           MOVE WS-CONT-PRODUTOS TO TOT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PRODUTOS SEM VENCEDOR........:" TO TOT-TITULO.
           MOVE WS-CONT-SEMVENC TO TOT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-VALOR-VENC TO TOT-VALOR.
           MOVE WS-LINHA-TOTAL-VALOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF ACAO-ENCERRA
              MOVE "ORDENS DE COMPRA GERADAS.....:" TO TOT-TITULO
              MOVE WS-CONT-ORDENS TO TOT-QTD
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           IF ACAO-ENCERRA
              MOVE ON-ULTIMO TO WS-ULT-NUMERO
              CLOSE ORDNUM-S
              OPEN OUTPUT ORDNUM-S
              MOVE WS-ULT-NUMERO TO ON-ULTIMO
              WRITE REG-ORDNUM
              CLOSE ORDNUM-S
              CLOSE ORDENS-S
              CLOSE ORDITEM-S
              CLOSE CATFORN-S
           END-IF.
           CLOSE COTCAB-S.
           CLOSE COTITEM-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA COTMAP ---------***
