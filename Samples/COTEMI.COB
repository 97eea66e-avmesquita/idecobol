       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COTEMI.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * EMISSAO DE SOLICITACAO DE COTACAO (MAPA DE COTACAO)
      * Faz a mesma conta do PEDCOM (saldo disponivel mais o que
      * falta receber das ordens abertas contra o PTO-PEDIDO, com a
      * sugestao arredondada para embalagens inteiras) e, em vez de
      * emitir pedido, abre uma cotacao numerada (ultimo numero em
      * COTNUM.DAT) com os produtos em falta, opcionalmente so de uma
      * CATEGORIA. Cada produto e cotado com o fornecedor habitual do
      * ALMOX, com todo fornecedor que ja tem cotacao do produto em
      * CATFORN.DAT e com um fornecedor adicional informado no
      * parametro (ate 8 por produto). O cabecalho fica em COTCAB.DAT
      * e cada produto x fornecedor convidado e uma linha de
      * COTITEM.DAT aguardando resposta. Imprime em COTEMI.LST uma
      * solicitacao por fornecedor, com os itens, as quantidades e
      * espaco para preco, prazo de entrega e validade da proposta.
      * Produto que ja esta numa cotacao aberta nao entra de novo, e
      * o PEDCOM deixa de pedi-lo enquanto a cotacao nao for
      * encerrada pelo COTMAP. As respostas sao digitadas no COTCAD.
      * Requisicao de kit (produto TIPO-PRODUTO K do KITCAD) reserva
      * os componentes, na quantidade por kit de KITCOMP.DAT, e o
      * proprio kit, que nao tem estoque, nunca entra em cotacao.
      * A falta dos depositos satelites gravada pelo REPLOC em
      * FALTALOC.DAT entra como demanda do produto, como no PEDCOM;
      * produto com falta e sem ponto de pedido e avaliado com ponto
      * zero.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT PEDIDO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-COD-PRODUTO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
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
           SELECT COTNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-COTNUM.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
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
       FD PEDIDO-S
           RECORD CONTAINS 08 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID "PEDIDO.DAT".
       01  REG-PEDIDO.
           02  PD-COD-PRODUTO PIC 9(04).
           02  PTO-PEDIDO     PIC 9(04).
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
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
       FD COTNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-COTNUM
           VALUE OF FILE-ID "COTNUM.DAT".
       01  REG-COTNUM.
           02  CN-ULTIMO      PIC 9(06).
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
           02  RQ-QTD         PIC 9(04).
           02  RQ-QTD-ATENDIDA PIC 9(04).
           02  RQ-DATA        PIC 9(08).
           02  RQ-SITUACAO    PIC X(01).
               88  REQ-ABERTA          VALUE "A".
               88  REQ-PARCIAL         VALUE "P".
               88  REQ-ATENDIDA        VALUE "T".
               88  REQ-CANCELADA       VALUE "C".
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "COTEMI.LST".
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
           02  WS-FS-PEDIDO   PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-COTCAB   PIC X(02) VALUE SPACES.
           02  WS-FS-COTITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-COTNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "COTEMI  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-TEM-CATFORN PIC X(01) VALUE "N".
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIM-REQUIS  PIC X(01) VALUE "N".
               88  FIM-REQUIS          VALUE "S".
           02  WS-FIM-ORDITEM PIC X(01) VALUE "N".
               88  FIM-ORDITEM         VALUE "S".
           02  WS-FIM-COTITEM PIC X(01) VALUE "N".
               88  FIM-COTITEM         VALUE "S".
           02  WS-CATEGORIA   PIC X(10) VALUE SPACES.
           02  WS-FORN-EXTRA  PIC 9(04) VALUE ZEROS.
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-TEM-KITCOMP PIC X(01) VALUE "N".
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
           02  WS-FS-FALTALOC PIC X(02) VALUE SPACES.
           02  WS-FIM-FALTALOC PIC X(01) VALUE "N".
               88  FIM-FALTALOC        VALUE "S".
           02  WS-PACOTES     PIC 9(04) VALUE ZEROS.
           02  WS-QTD-ITENS   PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-CONV    PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-FORN    PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND3        PIC 9(02) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(02) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-FORNEC-ANT  PIC 9(04) VALUE ZEROS.
           02  WS-FORNEC-NOVO PIC 9(04) VALUE ZEROS.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-CONT-FORNEC PIC 9(04) VALUE ZEROS.
           02  WS-CONT-SEMFOR PIC 9(05) VALUE ZEROS.
           02  WS-CONT-EMCOT  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ESTOURO PIC 9(05) VALUE ZEROS.
           02  WS-DATA-HOJE.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
               03  WS-HOJE-DIA PIC 9(02).
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
               03  TB-UNIDADE     PIC X(02).
               03  TB-COD-FORNEC  PIC 9(04).
               03  TB-SUGERIDA    PIC 9(04).
               03  TB-QTD-FORN    PIC 9(02).
       01  WS-TABELA-FORN-ITEM.
           02  WS-FORN-ITEM OCCURS 8 TIMES PIC 9(04).
       01  WS-TABELA-CONVITES.
           02  WS-CONVITE OCCURS 2000 TIMES.
               03  CV-COD-FORNEC  PIC 9(04).
               03  CV-IND-ITEM    PIC 9(03).
       01  WS-CONVITE-TROCA   PIC X(07).
       01  WS-CAB-COTACAO.
           02  FILLER         PIC X(27) VALUE
               "SOLICITACAO DE COTACAO NR: ".
           02  CAB-NUMERO     PIC 9(06).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "DATA: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-FORNEC.
           02  FILLER         PIC X(12) VALUE "FORNECEDOR: ".
           02  CAB-COD-FORNEC PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-FORN  PIC X(30).
       01  WS-CAB-CONTATO.
           02  FILLER         PIC X(12) VALUE "CONTATO...: ".
           02  CAB-CONTATO    PIC X(20).
       01  WS-CAB-TEXTO-1     PIC X(80) VALUE
           "Favor informar preco unitario, prazo de entrega e validade".
       01  WS-CAB-TEXTO-2     PIC X(80) VALUE
           "da proposta para os itens abaixo, citando este numero.".
       01  WS-CAB-ITENS.
           02  FILLER         PIC X(08) VALUE "CODIGO".
           02  FILLER         PIC X(31) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(04) VALUE "UN".
           02  FILLER         PIC X(06) VALUE "QTD".
           02  FILLER         PIC X(11) VALUE "PRECO UNIT.".
           02  FILLER         PIC X(08) VALUE "PRAZO(D)".
           02  FILLER         PIC X(10) VALUE "VALIDADE".
       01  WS-DETALHE.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-NOME       PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-UNIDADE    PIC X(02).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "__________".
           02  FILLER         PIC X(01) VALUE SPACE.
           02  FILLER         PIC X(07) VALUE "_______".
           02  FILLER         PIC X(01) VALUE SPACE.
           02  FILLER         PIC X(10) VALUE "__________".
       01  WS-RODAPE.
           02  FILLER         PIC X(42) VALUE
               "VALIDADE DA PROPOSTA: ____/____/______".
           02  FILLER         PIC X(30) VALUE
               "ASSINATURA: __________________".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-CAB-SEMFOR      PIC X(80) VALUE
           "PRODUTOS EM FALTA SEM FORNECEDOR PARA COTAR".
       01  WS-LINHA-TOTAL.
           02  TOT-TITULO     PIC X(30).
           02  TOT-VALOR      PIC ZZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-COLETA THRU 030-99-FIM-COLETA
               UNTIL FIM-ARQUIVO.
           IF WS-QTD-ITENS = ZEROS
              MOVE "NENHUM PRODUTO EM FALTA A COTAR" TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           ELSE
              PERFORM 050-00-GRAVA-COTACAO THRU 050-99-FIM-GRAVA
              PERFORM 060-00-ORDENA THRU 060-99-FIM-ORDENA
              PERFORM 065-00-IMPRIME THRU 065-99-FIM-IMPRIME
              PERFORM 070-00-SEM-FORNEC THRU 070-99-FIM-SEM-FORNEC
           END-IF.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Categoria a cotar (brancos=todas)....: ".
           ACCEPT WS-CATEGORIA.
           DISPLAY "Fornecedor adicional (0=nenhum)......: ".
           ACCEPT WS-FORN-EXTRA.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT PEDIDO-S.
           IF WS-FS-PEDIDO NOT = "00"
              DISPLAY "Erro ao Abrir PEDIDO.DAT - Status: " WS-FS-PEDIDO
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY "Erro ao Abrir FORNECED.DAT - Status: "
                  WS-FS-FORNEC
              STOP RUN
           END-IF.
           IF WS-FORN-EXTRA > ZEROS
              MOVE WS-FORN-EXTRA TO FOR-COD-FORNEC
              READ FORNECEDOR-S
                  INVALID KEY
                      DISPLAY "Fornecedor adicional nao cadastrado"
                      STOP RUN
              END-READ
           END-IF.
           OPEN I-O COTCAB-S.
           IF WS-FS-COTCAB = "35"
              OPEN OUTPUT COTCAB-S
              CLOSE COTCAB-S
              OPEN I-O COTCAB-S
           END-IF.
           IF WS-FS-COTCAB NOT = "00"
              DISPLAY "Erro ao Abrir COTCAB.DAT - Status: " WS-FS-COTCAB
              STOP RUN
           END-IF.
           OPEN I-O COTITEM-S.
           IF WS-FS-COTITEM = "35"
              OPEN OUTPUT COTITEM-S
              CLOSE COTITEM-S
              OPEN I-O COTITEM-S
           END-IF.
           IF WS-FS-COTITEM NOT = "00"
              DISPLAY "Erro ao Abrir COTITEM.DAT - Status: "
                  WS-FS-COTITEM
              STOP RUN
           END-IF.
           READ COTITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-COTITEM
           END-READ.
           PERFORM 027-00-CARREGA-EM-COTACAO
               THRU 027-99-FIM-EM-COTACAO
               UNTIL FIM-COTITEM.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM = "00"
              READ ORDITEM-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ORDITEM
              END-READ
              PERFORM 026-00-CARREGA-A-RECEBER
                  THRU 026-99-FIM-A-RECEBER
                  UNTIL FIM-ORDITEM
              CLOSE ORDITEM-S
           END-IF.
           OPEN INPUT CATFORN-S.
           IF WS-FS-CATFORN = "00"
              MOVE "S" TO WS-TEM-CATFORN
           END-IF.
           OPEN I-O COTNUM-S.
           IF WS-FS-COTNUM = "35"
              OPEN OUTPUT COTNUM-S
              MOVE ZEROS TO CN-ULTIMO
              WRITE REG-COTNUM
              CLOSE COTNUM-S
              OPEN I-O COTNUM-S
           END-IF.
           READ COTNUM-S
               AT END
                   MOVE ZEROS TO CN-ULTIMO
           END-READ.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "00"
              MOVE "S" TO WS-TEM-KITCOMP
           END-IF.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS = "00"
              READ REQUIS-S
                  AT END
                      MOVE "S" TO WS-FIM-REQUIS
              END-READ
              PERFORM 025-00-CARREGA-RESERVA
                  THRU 025-99-FIM-CARREGA
                  UNTIL FIM-REQUIS
              CLOSE REQUIS-S
           END-IF.
           IF WS-TEM-KITCOMP = "S"
              CLOSE KITCOMP-S
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
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       025-00-CARREGA-RESERVA.
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
                   MOVE "S" TO WS-FIM-REQUIS
           END-READ.
       025-99-FIM-CARREGA.
           EXIT.
      *
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
      *    Linha ainda aguardando resposta ou ja respondida e sem
      *    decisao: o produto esta numa cotacao aberta.
       027-00-CARREGA-EM-COTACAO.
           IF (COT-EMITIDA OR COT-RESPONDIDA)
              AND CI-COD-PRODUTO > ZEROS
              MOVE "S" TO WS-EM-COTACAO (CI-COD-PRODUTO)
           END-IF.
           READ COTITEM-S NEXT RECORD
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
           IF PRODUTO-DESCONT OR PRODUTO-KIT
              GO TO 030-50-PROXIMO.
           IF WS-CATEGORIA NOT = SPACES
              AND CATEGORIA NOT = WS-CATEGORIA
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
           IF WS-DISPONIVEL NOT < PTO-PEDIDO
              GO TO 030-50-PROXIMO.
           IF WS-EM-COTACAO (COD-PRODUTO) = "S"
              ADD 1 TO WS-CONT-EMCOT
              GO TO 030-50-PROXIMO.
           IF WS-QTD-ITENS >= 500
              ADD 1 TO WS-CONT-ESTOURO
              GO TO 030-50-PROXIMO.
           PERFORM 035-00-GUARDA THRU 035-99-FIM-GUARDA.
       030-50-PROXIMO.
           READ ALMOX-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-COLETA.
           EXIT.
      *
      *    Mesma sugestao do PEDCOM: repoe o disponivel ate o ponto de
      *    pedido, em embalagens inteiras quando ha fator de compra.
       035-00-GUARDA.
           ADD 1 TO WS-QTD-ITENS.
           MOVE COD-PRODUTO    TO TB-COD-PRODUTO (WS-QTD-ITENS).
           MOVE NOME-PRODUTO   TO TB-NOME (WS-QTD-ITENS).
           MOVE UNIDADE-MEDIDA TO TB-UNIDADE (WS-QTD-ITENS).
           MOVE COD-FORNECEDOR TO TB-COD-FORNEC (WS-QTD-ITENS).
           MOVE ZEROS          TO TB-QTD-FORN (WS-QTD-ITENS).
           COMPUTE TB-SUGERIDA (WS-QTD-ITENS) =
               PTO-PEDIDO - WS-DISPONIVEL
               ON SIZE ERROR
                   MOVE 9999 TO TB-SUGERIDA (WS-QTD-ITENS)
           END-COMPUTE.
           IF FATOR-COMPRA > 1
              COMPUTE WS-PACOTES =
                  (TB-SUGERIDA (WS-QTD-ITENS) + FATOR-COMPRA - 1)
                  / FATOR-COMPRA
              COMPUTE TB-SUGERIDA (WS-QTD-ITENS) =
                  WS-PACOTES * FATOR-COMPRA
                  ON SIZE ERROR
                      MOVE 9999 TO TB-SUGERIDA (WS-QTD-ITENS)
              END-COMPUTE
           END-IF.
       035-99-FIM-GUARDA.
           EXIT.
      *
      *    Abre o cabecalho da cotacao (numero ja usado e pulado) e
      *    grava as linhas produto x fornecedor convidado.
       050-00-GRAVA-COTACAO.
           ADD 1 TO CN-ULTIMO.
           MOVE CN-ULTIMO      TO CB-NUMERO.
           MOVE WS-DATA-HOJE   TO CB-DATA.
           MOVE WS-CATEGORIA   TO CB-CATEGORIA.
           MOVE ZEROS          TO CB-QTD-ITENS.
           MOVE ZEROS          TO CB-QTD-FORNEC.
           MOVE "A"            TO CB-SITUACAO.
           MOVE ZEROS          TO CB-DATA-ENCERRA.
           WRITE REG-COTCAB
               INVALID KEY
                   GO TO 050-00-GRAVA-COTACAO
           END-WRITE.
           MOVE 1 TO WS-IND.
           PERFORM 052-00-CONVIDA THRU 052-99-FIM-CONVIDA
               UNTIL WS-IND > WS-QTD-ITENS.
       050-99-FIM-GRAVA.
           EXIT.
      *
       052-00-CONVIDA.
           MOVE ZEROS TO WS-QTD-FORN.
           IF TB-COD-FORNEC (WS-IND) > ZEROS
              MOVE TB-COD-FORNEC (WS-IND) TO WS-FORNEC-NOVO
              PERFORM 056-00-ACRESCENTA THRU 056-99-FIM-ACRESCENTA
           END-IF.
           IF WS-TEM-CATFORN = "S"
              PERFORM 054-00-CATALOGO THRU 054-99-FIM-CATALOGO
           END-IF.
           IF WS-FORN-EXTRA > ZEROS
              MOVE WS-FORN-EXTRA TO WS-FORNEC-NOVO
              PERFORM 056-00-ACRESCENTA THRU 056-99-FIM-ACRESCENTA
           END-IF.
           MOVE WS-QTD-FORN TO TB-QTD-FORN (WS-IND).
           IF WS-QTD-FORN = ZEROS
              ADD 1 TO WS-CONT-SEMFOR
           ELSE
              ADD 1 TO CB-QTD-ITENS
              MOVE 1 TO WS-IND3
              PERFORM 058-00-GRAVA-LINHA THRU 058-99-FIM-GRAVA-LINHA
                  UNTIL WS-IND3 > WS-QTD-FORN
           END-IF.
           ADD 1 TO WS-IND.
       052-99-FIM-CONVIDA.
           EXIT.
      *
      *    Todo fornecedor com cotacao do produto no catalogo.
       054-00-CATALOGO.
           MOVE TB-COD-PRODUTO (WS-IND) TO CT-COD-PRODUTO.
           MOVE ZEROS TO CT-COD-FORNEC.
           START CATFORN-S KEY > CT-CHAVE
               INVALID KEY
                   GO TO 054-99-FIM-CATALOGO
           END-START.
       054-10-LE.
           READ CATFORN-S NEXT RECORD
               AT END
                   GO TO 054-99-FIM-CATALOGO
           END-READ.
           IF CT-COD-PRODUTO NOT = TB-COD-PRODUTO (WS-IND)
              GO TO 054-99-FIM-CATALOGO.
           MOVE CT-COD-FORNEC TO WS-FORNEC-NOVO.
           PERFORM 056-00-ACRESCENTA THRU 056-99-FIM-ACRESCENTA.
           GO TO 054-10-LE.
       054-99-FIM-CATALOGO.
           EXIT.
      *
      *    Fornecedor entra uma vez so, se estiver cadastrado e ainda
      *    houver lugar entre os 8 convidados do produto.
       056-00-ACRESCENTA.
           IF WS-QTD-FORN >= 8
              GO TO 056-99-FIM-ACRESCENTA.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND3.
           PERFORM 057-00-PROCURA THRU 057-99-FIM-PROCURA
               UNTIL WS-IND3 > WS-QTD-FORN OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI NOT = ZEROS
              GO TO 056-99-FIM-ACRESCENTA.
           MOVE WS-FORNEC-NOVO TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   GO TO 056-99-FIM-ACRESCENTA
           END-READ.
           ADD 1 TO WS-QTD-FORN.
           MOVE WS-FORNEC-NOVO TO WS-FORN-ITEM (WS-QTD-FORN).
       056-99-FIM-ACRESCENTA.
           EXIT.
      *
       057-00-PROCURA.
           IF WS-FORN-ITEM (WS-IND3) = WS-FORNEC-NOVO
              MOVE WS-IND3 TO WS-ACHEI.
           ADD 1 TO WS-IND3.
       057-99-FIM-PROCURA.
           EXIT.
      *
       058-00-GRAVA-LINHA.
           MOVE CB-NUMERO                TO CI-NUMERO.
           MOVE TB-COD-PRODUTO (WS-IND)  TO CI-COD-PRODUTO.
           MOVE WS-FORN-ITEM (WS-IND3)   TO CI-COD-FORNEC.
           MOVE TB-SUGERIDA (WS-IND)     TO CI-QTD.
           MOVE ZEROS                    TO CI-PRECO.
           MOVE ZEROS                    TO CI-PRAZO.
           MOVE ZEROS                    TO CI-VALIDADE.
           MOVE ZEROS                    TO CI-DATA-RESPOSTA.
           MOVE "E"                      TO CI-SITUACAO.
           MOVE "N"                      TO CI-ESCOLHA.
           MOVE ZEROS                    TO CI-NUM-ORDEM.
           WRITE REG-COTITEM
               INVALID KEY
                   DISPLAY "Erro ao Gravar COTITEM.DAT"
               NOT INVALID KEY
                   IF WS-QTD-CONV < 2000
                      ADD 1 TO WS-QTD-CONV
                      MOVE WS-FORN-ITEM (WS-IND3)
                          TO CV-COD-FORNEC (WS-QTD-CONV)
                      MOVE WS-IND TO CV-IND-ITEM (WS-QTD-CONV)
                   END-IF
           END-WRITE.
           ADD 1 TO WS-IND3.
       058-99-FIM-GRAVA-LINHA.
           EXIT.
      *
      *    Convites em ordem de fornecedor e, dentro dele, de produto
      *    (o indice da tabela de itens segue o codigo do produto).
       060-00-ORDENA.
           IF WS-QTD-CONV < 2
              GO TO 060-99-FIM-ORDENA.
           MOVE "S" TO WS-TROCOU.
           PERFORM 062-00-PASSADA THRU 062-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       060-99-FIM-ORDENA.
           EXIT.
      *
       062-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 064-00-COMPARA THRU 064-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-CONV.
       062-99-FIM-PASSADA.
           EXIT.
      *
       064-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF WS-CONVITE (WS-IND) > WS-CONVITE (WS-IND2)
              MOVE WS-CONVITE (WS-IND)  TO WS-CONVITE-TROCA
              MOVE WS-CONVITE (WS-IND2) TO WS-CONVITE (WS-IND)
              MOVE WS-CONVITE-TROCA     TO WS-CONVITE (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       064-99-FIM-COMPARA.
           EXIT.
      *
      *    Uma solicitacao por fornecedor, com os produtos em que ele
      *    foi convidado.
       065-00-IMPRIME.
           MOVE ZEROS TO WS-FORNEC-ANT.
           MOVE 1 TO WS-IND.
           PERFORM 066-00-LINHA THRU 066-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-CONV.
           IF WS-FORNEC-ANT NOT = ZEROS
              PERFORM 068-00-RODAPE THRU 068-99-FIM-RODAPE
           END-IF.
           MOVE WS-CONT-FORNEC TO CB-QTD-FORNEC.
           REWRITE REG-COTCAB
               INVALID KEY
                   DISPLAY "Erro ao Regravar COTCAB.DAT"
           END-REWRITE.
       065-99-FIM-IMPRIME.
           EXIT.
      *
       066-00-LINHA.
           IF CV-COD-FORNEC (WS-IND) NOT = WS-FORNEC-ANT
              IF WS-FORNEC-ANT NOT = ZEROS
                 PERFORM 068-00-RODAPE THRU 068-99-FIM-RODAPE
              END-IF
              MOVE CV-COD-FORNEC (WS-IND) TO WS-FORNEC-ANT
              PERFORM 067-00-CABECALHO THRU 067-99-FIM-CABECALHO
           END-IF.
           MOVE CV-IND-ITEM (WS-IND) TO WS-IND2.
           MOVE TB-COD-PRODUTO (WS-IND2) TO DET-CODIGO.
           MOVE TB-NOME (WS-IND2)        TO DET-NOME.
           MOVE TB-UNIDADE (WS-IND2)     TO DET-UNIDADE.
           MOVE TB-SUGERIDA (WS-IND2)    TO DET-QTD.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.
       066-99-FIM-LINHA.
           EXIT.
      *
       067-00-CABECALHO.
           ADD 1 TO WS-CONT-FORNEC.
           MOVE WS-FORNEC-ANT TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO FOR-NOME
                   MOVE SPACES TO FOR-CONTATO
           END-READ.
           MOVE CB-NUMERO     TO CAB-NUMERO.
           MOVE WS-HOJE-DIA   TO CAB-DIA.
           MOVE WS-HOJE-MES   TO CAB-MES.
           MOVE WS-HOJE-ANO   TO CAB-ANO.
           MOVE WS-FORNEC-ANT TO CAB-COD-FORNEC.
           MOVE FOR-NOME      TO CAB-NOME-FORN.
           MOVE FOR-CONTATO   TO CAB-CONTATO.
           MOVE WS-CAB-COTACAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-FORNEC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-CONTATO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-TEXTO-1 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-TEXTO-2 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-ITENS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       067-99-FIM-CABECALHO.
           EXIT.
      *
       068-00-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       068-99-FIM-RODAPE.
           EXIT.
      *
       070-00-SEM-FORNEC.
           IF WS-CONT-SEMFOR = ZEROS
              GO TO 070-99-FIM-SEM-FORNEC.
           MOVE WS-CAB-SEMFOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND.
           PERFORM 075-00-LISTA-SEMFOR THRU 075-99-FIM-LISTA-SEMFOR
               UNTIL WS-IND > WS-QTD-ITENS.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       070-99-FIM-SEM-FORNEC.
           EXIT.
      *
       075-00-LISTA-SEMFOR.
           IF TB-QTD-FORN (WS-IND) = ZEROS
              MOVE TB-COD-PRODUTO (WS-IND) TO DET-CODIGO
              MOVE TB-NOME (WS-IND)        TO DET-NOME
              MOVE TB-UNIDADE (WS-IND)     TO DET-UNIDADE
              MOVE TB-SUGERIDA (WS-IND)    TO DET-QTD
              MOVE WS-DETALHE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IND.
       075-99-FIM-LISTA-SEMFOR.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           IF WS-QTD-ITENS > ZEROS
              MOVE "COTACAO NUMERO...............:" TO TOT-TITULO
              MOVE CB-NUMERO TO TOT-VALOR
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE "PRODUTOS COTADOS.............:" TO TOT-TITULO
              MOVE CB-QTD-ITENS TO TOT-VALOR
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE "FORNECEDORES CONSULTADOS.....:" TO TOT-TITULO
              MOVE WS-CONT-FORNEC TO TOT-VALOR
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE "PRODUTOS SEM FORNECEDOR......:" TO TOT-TITULO.
           MOVE WS-CONT-SEMFOR TO TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "JA EM COTACAO ABERTA.........:" TO TOT-TITULO.
           MOVE WS-CONT-EMCOT TO TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-CONT-ESTOURO > ZEROS
              MOVE "NAO COTADOS (TABELA CHEIA)...:" TO TOT-TITULO
              MOVE WS-CONT-ESTOURO TO TOT-VALOR
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           MOVE CN-ULTIMO TO WS-ULT-NUMERO.
           CLOSE COTNUM-S.
           OPEN OUTPUT COTNUM-S.
           MOVE WS-ULT-NUMERO TO CN-ULTIMO.
           WRITE REG-COTNUM.
           CLOSE COTNUM-S.
           CLOSE ALMOX-S.
           CLOSE PEDIDO-S.
           CLOSE FORNECEDOR-S.
           CLOSE COTCAB-S.
           CLOSE COTITEM-S.
           IF WS-TEM-CATFORN = "S"
              CLOSE CATFORN-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA COTEMI ---------***
