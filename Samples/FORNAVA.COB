       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FORNAVA.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * AVALIACAO DE DESEMPENHO DE FORNECEDORES
      * Le o historico MOVHIST.DAT e, para cada entrada de compra
      * posicionada pelo MOVPOST na faixa de datas pedida ao
      * operador, busca em ORDENS.DAT a ordem gravada no historico
      * (fornecedor, data de emissao e prazo) e calcula o prazo real
      * de entrega em dias corridos aproximados (meses de 30 dias,
      * como no ORDAGE), da emissao da ordem ate a entrada. O custo
      * unitario da entrada e comparado com a cotacao do fornecedor
      * em CATFORN.DAT, como no RECMAT, para a variacao de preco.
      * Em seguida le ORDITEM.DAT e, para as linhas das ordens
      * emitidas na mesma faixa, apura a pontualidade (linha recebida
      * ate a data da ordem mais o OC-PRAZO) e o atendimento
      * (quantidade recebida sobre a pedida). So entram na conta as
      * linhas ja recebidas ou com o prazo vencido; linhas ainda
      * dentro do prazo e linhas canceladas ficam de fora.
      * Sai em FORNAVA.LST: (1) o quadro por COD-FORNECEDOR com prazo
      * medio e pior prazo, % de linhas no prazo, % de atendimento e
      * variacao de preco sobre a cotacao; (2) a classificacao dos
      * fornecedores dentro de cada CATEGORIA de ALMOX.DAT, pela
      * pontualidade, depois pelo atendimento e por ultimo pela menor
      * variacao de preco; (3) o prazo medio e o pior prazo por
      * produto e fornecedor, com o consumo medio mensal de
      * CONSUMO.DAT, a demanda no pior prazo e o PTO-PEDIDO de
      * PEDIDO.DAT - produtos cujo ponto nao cobre a demanda no pior
      * prazo saem marcados com *** para revisao do PONTOPED.
      * Entradas sem ordem de compra no historico (conferidas pelo
      * RECMAT) e devolucoes de departamento nao entram na avaliacao.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
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
           SELECT CONSUMO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONSUMO.
           SELECT PEDIDO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-COD-PRODUTO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
       FD MOVHIST-S
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVHIST
           VALUE OF FILE-ID "MOVHIST.DAT".
       01  REG-MOVHIST.
           02  MH-COD-PRODUTO PIC 9(04).
           02  MH-TIPO        PIC X(01).
           02  MH-QTD         PIC 9(04).
           02  MH-DATA.
               03  MH-ANO     PIC 9(04).
               03  MH-MES     PIC 9(02).
               03  MH-DIA     PIC 9(02).
           02  MH-SITUACAO    PIC X(01).
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-CUSTO-UNIT  PIC 9(05)V99.
           02  MH-COD-DEPTO   PIC 9(04).
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
               88  UNIDADE-PERECIVEL VALUE "KG" "LT".
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
       FD CONSUMO-S
           RECORD CONTAINS 16 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONSUMO
           VALUE OF FILE-ID "CONSUMO.DAT".
       01  REG-CONSUMO.
           02  CS-CHAVE.
               03  CS-COD-PRODUTO PIC 9(04).
               03  CS-ANOMES.
                   04  CS-ANO     PIC 9(04).
                   04  CS-MES     PIC 9(02).
           02  CS-QTD-SAIDA   PIC 9(06).
       FD PEDIDO-S
           RECORD CONTAINS 08 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID "PEDIDO.DAT".
       01  REG-PEDIDO.
           02  PD-COD-PRODUTO PIC 9(04).
           02  PTO-PEDIDO     PIC 9(04).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "FORNAVA.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-CONSUMO  PIC X(02) VALUE SPACES.
           02  WS-FS-PEDIDO   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "FORNAVA ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIM-ITENS   PIC X(01) VALUE "N".
           02  WS-FIM-CONS    PIC X(01) VALUE "N".
               88  FIM-CONS            VALUE "S".
           02  WS-TEM-FORNEC  PIC X(01) VALUE "N".
           02  WS-TEM-CONSUMO PIC X(01) VALUE "N".
           02  WS-TEM-PEDIDO  PIC X(01) VALUE "N".
           02  WS-TEM-ORDEM   PIC X(01) VALUE "N".
           02  WS-TEM-COTACAO PIC X(01) VALUE "N".
           02  WS-FIL-DATA-INI PIC 9(08) VALUE ZEROS.
           02  WS-FIL-DATA-FIM PIC 9(08) VALUE ZEROS.
           02  WS-CATEG-ATUAL PIC X(10) VALUE SPACES.
           02  WS-CATEG-ANT   PIC X(10) VALUE SPACES.
           02  WS-PRODUTO-ATUAL PIC 9(04) VALUE ZEROS.
           02  WS-FORNEC-ATUAL PIC 9(04) VALUE ZEROS.
           02  WS-QTD-TC      PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-TF      PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-TP      PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-ACHOU       PIC 9(04) COMP VALUE ZEROS.
           02  WS-POSICAO     PIC 9(03) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-DIAS-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-DIAS-ORDEM  PIC 9(08) VALUE ZEROS.
           02  WS-DIAS-ENTRADA PIC 9(08) VALUE ZEROS.
           02  WS-DIAS-LIMITE PIC 9(08) VALUE ZEROS.
           02  WS-PRAZO-OC    PIC 9(03) VALUE ZEROS.
           02  WS-LEAD        PIC S9(05) VALUE ZEROS.
           02  WS-RECEBIDA    PIC 9(04) VALUE ZEROS.
           02  WS-VAL-ENTRADA PIC 9(09)V99 VALUE ZEROS.
           02  WS-VAL-COTADO  PIC 9(09)V99 VALUE ZEROS.
           02  WS-LEAD-MEDIO  PIC 9(04) VALUE ZEROS.
           02  WS-PCT-PRAZO   PIC 9(03) VALUE ZEROS.
           02  WS-PCT-ATEND   PIC 9(03) VALUE ZEROS.
           02  WS-VAR-PRECO   PIC S9(03)V9 VALUE ZEROS.
           02  WS-VAR-CHAVE   PIC S9(04) VALUE ZEROS.
           02  WS-QTD-MESES   PIC 9(03) VALUE ZEROS.
           02  WS-TOT-SAIDAS  PIC 9(08) VALUE ZEROS.
           02  WS-MEDIA-MES   PIC 9(06) VALUE ZEROS.
           02  WS-DEMANDA     PIC 9(06) VALUE ZEROS.
           02  WS-PONTO-ATUAL PIC 9(04) VALUE ZEROS.
           02  WS-CONT-ENTRADAS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-SEMORD PIC 9(05) VALUE ZEROS.
           02  WS-CONT-SEMCOT PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LINHAS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-PONTO  PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CALC.
           02  WS-CALC-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-CALC-MES    PIC 9(02) VALUE ZEROS.
           02  WS-CALC-DIA    PIC 9(02) VALUE ZEROS.
      *    Indicadores acumulados; o mesmo desenho serve a tabela por
      *    categoria e fornecedor, a tabela por fornecedor e a area de
      *    calculo WS-METRICAS.
       01  WS-METRICAS.
           02  WS-M-ENTRADAS  PIC 9(05).
           02  WS-M-LEAD-SOMA PIC 9(07).
           02  WS-M-LEAD-MAX  PIC 9(04).
           02  WS-M-LINHAS    PIC 9(05).
           02  WS-M-NO-PRAZO  PIC 9(05).
           02  WS-M-PEDIDA    PIC 9(07).
           02  WS-M-RECEBIDA  PIC 9(07).
           02  WS-M-VAL-ENTR  PIC 9(09)V99.
           02  WS-M-VAL-COT   PIC 9(09)V99.
       01  WS-TABELA-CATEG.
           02  WS-CATEG OCCURS 500 TIMES.
               03  TC-ORDEM.
                   04  TC-CATEGORIA   PIC X(10).
                   04  TC-K-PRAZO     PIC 9(03).
                   04  TC-K-ATEND     PIC 9(03).
                   04  TC-K-PRECO     PIC 9(04).
                   04  TC-COD-FORNEC  PIC 9(04).
               03  TC-METRICAS.
                   04  TC-ENTRADAS    PIC 9(05).
                   04  TC-LEAD-SOMA   PIC 9(07).
                   04  TC-LEAD-MAX    PIC 9(04).
                   04  TC-LINHAS      PIC 9(05).
                   04  TC-NO-PRAZO    PIC 9(05).
                   04  TC-PEDIDA      PIC 9(07).
                   04  TC-RECEBIDA    PIC 9(07).
                   04  TC-VAL-ENTR    PIC 9(09)V99.
                   04  TC-VAL-COT     PIC 9(09)V99.
       01  WS-CATEG-TROCA     PIC X(86).
       01  WS-TABELA-FORNEC.
           02  WS-FORNEC OCCURS 200 TIMES.
               03  TF-COD-FORNEC  PIC 9(04).
               03  TF-METRICAS.
                   04  TF-ENTRADAS    PIC 9(05).
                   04  TF-LEAD-SOMA   PIC 9(07).
                   04  TF-LEAD-MAX    PIC 9(04).
                   04  TF-LINHAS      PIC 9(05).
                   04  TF-NO-PRAZO    PIC 9(05).
                   04  TF-PEDIDA      PIC 9(07).
                   04  TF-RECEBIDA    PIC 9(07).
                   04  TF-VAL-ENTR    PIC 9(09)V99.
                   04  TF-VAL-COT     PIC 9(09)V99.
       01  WS-FORNEC-TROCA    PIC X(66).
       01  WS-TABELA-PRODUTO.
           02  WS-PRODUTO OCCURS 1000 TIMES.
               03  TP-CHAVE.
                   04  TP-COD-PRODUTO PIC 9(04).
                   04  TP-COD-FORNEC  PIC 9(04).
               03  TP-ENTRADAS    PIC 9(05).
               03  TP-LEAD-SOMA   PIC 9(07).
               03  TP-LEAD-MAX    PIC 9(04).
       01  WS-PRODUTO-TROCA   PIC X(24).
       01  WS-CAB-01          PIC X(80) VALUE
           "AVALIACAO DE DESEMPENHO DE FORNECEDORES".
       01  WS-CAB-PERIODO.
           02  FILLER         PIC X(12) VALUE "PERIODO...: ".
           02  CAB-INI-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-INI-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-INI-ANO    PIC 9(04).
           02  FILLER         PIC X(03) VALUE " A ".
           02  CAB-FIM-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-FIM-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-FIM-ANO    PIC 9(04).
       01  WS-CAB-SECAO-1     PIC X(80) VALUE
           "1 - DESEMPENHO POR FORNECEDOR".
       01  WS-CAB-SECAO-2     PIC X(80) VALUE
           "2 - CLASSIFICACAO DOS FORNECEDORES POR CATEGORIA".
       01  WS-CAB-SECAO-3     PIC X(80) VALUE
           "3 - PRAZO DE ENTREGA POR PRODUTO X PONTO DE PEDIDO".
       01  WS-CAB-02.
           02  FILLER         PIC X(05) VALUE "FORN.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(22) VALUE "NOME".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "ENTR.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "P.MED".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "P.MAX".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "LINH.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "%PRAZ".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "%ATEN".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "VAR.%PR".
       01  WS-DETALHE.
           02  DET-POSICAO    PIC X(05).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(22).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-ENTRADAS   PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LEAD-MEDIO PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LEAD-MAX   PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LINHAS     PIC ZZZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-PCT-PRAZO  PIC ZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-PCT-ATEND  PIC ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-VAR-PRECO  PIC -ZZ9,9.
       01  WS-POSICAO-ED.
           02  POS-NUMERO     PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE ".".
       01  WS-NOME-RANK.
           02  RANK-CODIGO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  RANK-NOME      PIC X(17).
       01  WS-CAB-CATEG.
           02  FILLER         PIC X(12) VALUE "CATEGORIA.: ".
           02  CAB-CATEGORIA  PIC X(10).
       01  WS-CAB-03.
           02  FILLER         PIC X(04) VALUE "PROD".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(20) VALUE "NOME".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "FORN".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "ENTR.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "P.MED".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "P.MAX".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "CONS/M".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "DEMAND".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "PONTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(03) VALUE "OBS".
       01  WS-DETALHE-PROD.
           02  DTP-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-NOME       PIC X(20).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-FORNEC     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-ENTRADAS   PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-LEAD-MEDIO PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-LEAD-MAX   PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-CONSUMO    PIC ZZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-DEMANDA    PIC ZZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-PONTO      PIC ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTP-FLAG       PIC X(03).
       01  WS-LINHA-TOT-ENTRADAS.
           02  FILLER         PIC X(30) VALUE
               "ENTRADAS AVALIADAS...........:".
           02  TOT-ENTRADAS   PIC ZZZZ9.
       01  WS-LINHA-TOT-SEMORD.
           02  FILLER         PIC X(30) VALUE
               "ENTRADAS SEM ORDEM DE COMPRA.:".
           02  TOT-SEMORD     PIC ZZZZ9.
       01  WS-LINHA-TOT-SEMCOT.
           02  FILLER         PIC X(30) VALUE
               "ENTRADAS SEM COTACAO.........:".
           02  TOT-SEMCOT     PIC ZZZZ9.
       01  WS-LINHA-TOT-LINHAS.
           02  FILLER         PIC X(30) VALUE
               "LINHAS DE ORDEM AVALIADAS....:".
           02  TOT-LINHAS     PIC ZZZZ9.
       01  WS-LINHA-TOT-PONTO.
           02  FILLER         PIC X(30) VALUE
               "PONTO ABAIXO DO PIOR PRAZO...:".
           02  TOT-PONTO      PIC ZZZZ9.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO AVALIADOS....:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(16) VALUE
               " REGISTROS".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-ENTRADA THRU 030-99-FIM-ENTRADA
               UNTIL FIM-ARQUIVO.
           PERFORM 034-00-POSICIONA-LINHAS THRU 034-99-FIM-POSICIONA.
           PERFORM 035-00-LINHA-ORDEM THRU 035-99-FIM-LINHA-ORDEM
               UNTIL WS-FIM-ITENS = "S".
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
           PERFORM 050-00-IMPRIME-FORNEC THRU 050-99-FIM-IMPRIME.
           PERFORM 060-00-IMPRIME-CATEG THRU 060-99-FIM-IMPRIME.
           PERFORM 070-00-IMPRIME-PRODUTO THRU 070-99-FIM-IMPRIME.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Data inicial AAAAMMDD (0=sem limite).: ".
           ACCEPT WS-FIL-DATA-INI.
           DISPLAY "Data final AAAAMMDD (0=sem limite)...: ".
           ACCEPT WS-FIL-DATA-FIM.
           IF WS-FIL-DATA-FIM = ZEROS
              MOVE 99999999 TO WS-FIL-DATA-FIM
           END-IF.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              DISPLAY "Erro ao Abrir MOVHIST.DAT - Status: "
                  WS-FS-MOVHIST
              STOP RUN
           END-IF.
           OPEN INPUT ORDENS-S.
           IF WS-FS-ORDENS = "35"
              OPEN OUTPUT ORDENS-S
              CLOSE ORDENS-S
              OPEN INPUT ORDENS-S
           END-IF.
           IF WS-FS-ORDENS NOT = "00"
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
              CLOSE CATFORN-S
              OPEN INPUT CATFORN-S
           END-IF.
           IF WS-FS-CATFORN NOT = "00"
              DISPLAY "Erro ao Abrir CATFORN.DAT - Status: "
                  WS-FS-CATFORN
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC = "00"
              MOVE "S" TO WS-TEM-FORNEC
           END-IF.
           OPEN INPUT CONSUMO-S.
           IF WS-FS-CONSUMO = "00"
              MOVE "S" TO WS-TEM-CONSUMO
           END-IF.
           OPEN INPUT PEDIDO-S.
           IF WS-FS-PEDIDO = "00"
              MOVE "S" TO WS-TEM-PEDIDO
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-FIL-DATA-INI (7:2) TO CAB-INI-DIA.
           MOVE WS-FIL-DATA-INI (5:2) TO CAB-INI-MES.
           MOVE WS-FIL-DATA-INI (1:4) TO CAB-INI-ANO.
           MOVE WS-FIL-DATA-FIM (7:2) TO CAB-FIM-DIA.
           MOVE WS-FIL-DATA-FIM (5:2) TO CAB-FIM-MES.
           MOVE WS-FIL-DATA-FIM (1:4) TO CAB-FIM-ANO.
           MOVE WS-CAB-PERIODO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE = (WS-HOJE-ANO * 365)
               + (WS-HOJE-MES * 30) + WS-HOJE-DIA.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Entrada de compra posicionada na faixa: prazo real desde a
      *    emissao da ordem e custo contra a cotacao do fornecedor.
       030-00-ENTRADA.
           IF (MH-TIPO NOT = "E" AND MH-TIPO NOT = "e")
              OR NOT MOVHIST-POSICIONADO
              OR ORIGEM-DEVOLUCAO
              OR MH-DATA < WS-FIL-DATA-INI
              OR MH-DATA > WS-FIL-DATA-FIM
              GO TO 030-50-PROXIMO.
           IF NOT ORIGEM-COMPRA OR MH-NUMERO-REQ = ZEROS
              ADD 1 TO WS-CONT-SEMORD
              GO TO 030-50-PROXIMO.
           MOVE "N" TO WS-TEM-ORDEM.
           MOVE MH-NUMERO-REQ TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-ORDEM
           END-READ.
           IF WS-TEM-ORDEM = "N"
              ADD 1 TO WS-CONT-SEMORD
              GO TO 030-50-PROXIMO.
           MOVE MH-COD-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE OC-COD-FORNEC  TO WS-FORNEC-ATUAL.
           PERFORM 038-00-CATEGORIA THRU 038-99-FIM-CATEGORIA.
           PERFORM 036-00-ACHA-CATEG THRU 036-99-FIM-ACHA-CATEG.
           IF WS-ACHOU = ZEROS
              ADD 1 TO WS-PERDIDOS
              GO TO 030-50-PROXIMO.
           ADD 1 TO WS-CONT-ENTRADAS.
           MOVE OC-DATA TO WS-DATA-CALC.
           COMPUTE WS-DIAS-ORDEM = (WS-CALC-ANO * 365)
               + (WS-CALC-MES * 30) + WS-CALC-DIA.
           COMPUTE WS-DIAS-ENTRADA = (MH-ANO * 365)
               + (MH-MES * 30) + MH-DIA.
           COMPUTE WS-LEAD = WS-DIAS-ENTRADA - WS-DIAS-ORDEM.
           IF WS-LEAD < ZEROS
              MOVE ZEROS TO WS-LEAD
           END-IF.
           ADD 1 TO TC-ENTRADAS (WS-ACHOU).
           ADD WS-LEAD TO TC-LEAD-SOMA (WS-ACHOU).
           IF WS-LEAD > TC-LEAD-MAX (WS-ACHOU)
              MOVE WS-LEAD TO TC-LEAD-MAX (WS-ACHOU)
           END-IF.
           PERFORM 031-00-COTACAO THRU 031-99-FIM-COTACAO.
           PERFORM 037-00-ACHA-PRODUTO THRU 037-99-FIM-ACHA-PRODUTO.
           IF WS-ACHOU = ZEROS
              ADD 1 TO WS-PERDIDOS
              GO TO 030-50-PROXIMO.
           ADD 1 TO TP-ENTRADAS (WS-ACHOU).
           ADD WS-LEAD TO TP-LEAD-SOMA (WS-ACHOU).
           IF WS-LEAD > TP-LEAD-MAX (WS-ACHOU)
              MOVE WS-LEAD TO TP-LEAD-MAX (WS-ACHOU)
           END-IF.
       030-50-PROXIMO.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-ENTRADA.
           EXIT.
      *
      *    Valor da entrada ao custo recebido e ao preco cotado pelo
      *    fornecedor da ordem; sem cotacao a entrada fica fora da
      *    variacao de preco.
       031-00-COTACAO.
           MOVE "N" TO WS-TEM-COTACAO.
           MOVE MH-COD-PRODUTO TO CT-COD-PRODUTO.
           MOVE OC-COD-FORNEC  TO CT-COD-FORNEC.
           READ CATFORN-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-COTACAO
           END-READ.
           IF WS-TEM-COTACAO = "N" OR CT-PRECO = ZEROS
              ADD 1 TO WS-CONT-SEMCOT
              GO TO 031-99-FIM-COTACAO.
           COMPUTE WS-VAL-ENTRADA = MH-QTD * MH-CUSTO-UNIT.
           COMPUTE WS-VAL-COTADO  = MH-QTD * CT-PRECO.
           ADD WS-VAL-ENTRADA TO TC-VAL-ENTR (WS-ACHOU).
           ADD WS-VAL-COTADO  TO TC-VAL-COT (WS-ACHOU).
       031-99-FIM-COTACAO.
           EXIT.
      *
       034-00-POSICIONA-LINHAS.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE ZEROS TO OI-CHAVE.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START.
           IF WS-FIM-ITENS = "N"
              READ ORDITEM-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ITENS
              END-READ
           END-IF.
       034-99-FIM-POSICIONA.
           EXIT.
      *
      *    Linha de ordem emitida na faixa: pontualidade contra a data
      *    da ordem mais o prazo combinado e atendimento da quantidade.
      *    Linha em aberto so conta depois de vencido o prazo.
       035-00-LINHA-ORDEM.
           IF ITEM-CANCELADO
              GO TO 035-50-PROXIMO.
           MOVE OI-NUMERO TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   GO TO 035-50-PROXIMO
           END-READ.
           IF ORDEM-CANCELADA
              OR OC-DATA < WS-FIL-DATA-INI
              OR OC-DATA > WS-FIL-DATA-FIM
              GO TO 035-50-PROXIMO.
           MOVE OC-PRAZO TO WS-PRAZO-OC.
           IF WS-PRAZO-OC = ZEROS
              MOVE 15 TO WS-PRAZO-OC
           END-IF.
           MOVE OC-DATA TO WS-DATA-CALC.
           COMPUTE WS-DIAS-LIMITE = (WS-CALC-ANO * 365)
               + (WS-CALC-MES * 30) + WS-CALC-DIA + WS-PRAZO-OC.
           IF NOT ITEM-RECEBIDO AND WS-DIAS-HOJE NOT > WS-DIAS-LIMITE
              GO TO 035-50-PROXIMO.
           MOVE OI-COD-PRODUTO TO WS-PRODUTO-ATUAL.
           MOVE OC-COD-FORNEC  TO WS-FORNEC-ATUAL.
           PERFORM 038-00-CATEGORIA THRU 038-99-FIM-CATEGORIA.
           PERFORM 036-00-ACHA-CATEG THRU 036-99-FIM-ACHA-CATEG.
           IF WS-ACHOU = ZEROS
              ADD 1 TO WS-PERDIDOS
              GO TO 035-50-PROXIMO.
           ADD 1 TO WS-CONT-LINHAS.
           ADD 1 TO TC-LINHAS (WS-ACHOU).
           IF ITEM-RECEBIDO
              MOVE OI-DATA-ENTRADA TO WS-DATA-CALC
              COMPUTE WS-DIAS-ENTRADA = (WS-CALC-ANO * 365)
                  + (WS-CALC-MES * 30) + WS-CALC-DIA
              IF WS-DIAS-ENTRADA NOT > WS-DIAS-LIMITE
                 ADD 1 TO TC-NO-PRAZO (WS-ACHOU)
              END-IF
           END-IF.
           MOVE OI-QTD-RECEBIDA TO WS-RECEBIDA.
           IF WS-RECEBIDA > OI-QTD-PEDIDA
              MOVE OI-QTD-PEDIDA TO WS-RECEBIDA
           END-IF.
           ADD OI-QTD-PEDIDA TO TC-PEDIDA (WS-ACHOU).
           ADD WS-RECEBIDA   TO TC-RECEBIDA (WS-ACHOU).
       035-50-PROXIMO.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       035-99-FIM-LINHA-ORDEM.
           EXIT.
      *
      *    Posicao da categoria/fornecedor corrente na tabela; inclui
      *    se nao houver. Devolve zero com a tabela cheia.
       036-00-ACHA-CATEG.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IND.
       036-10-PROCURA.
           IF WS-IND > WS-QTD-TC
              GO TO 036-50-INCLUI.
           IF TC-CATEGORIA (WS-IND) = WS-CATEG-ATUAL
              AND TC-COD-FORNEC (WS-IND) = WS-FORNEC-ATUAL
              MOVE WS-IND TO WS-ACHOU
              GO TO 036-99-FIM-ACHA-CATEG.
           ADD 1 TO WS-IND.
           GO TO 036-10-PROCURA.
       036-50-INCLUI.
           IF WS-QTD-TC NOT < 500
              GO TO 036-99-FIM-ACHA-CATEG.
           ADD 1 TO WS-QTD-TC.
           MOVE WS-QTD-TC TO WS-ACHOU.
           MOVE ZEROS TO WS-CATEG (WS-ACHOU).
           MOVE WS-CATEG-ATUAL  TO TC-CATEGORIA (WS-ACHOU).
           MOVE WS-FORNEC-ATUAL TO TC-COD-FORNEC (WS-ACHOU).
       036-99-FIM-ACHA-CATEG.
           EXIT.
      *
       037-00-ACHA-PRODUTO.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IND.
       037-10-PROCURA.
           IF WS-IND > WS-QTD-TP
              GO TO 037-50-INCLUI.
           IF TP-COD-PRODUTO (WS-IND) = WS-PRODUTO-ATUAL
              AND TP-COD-FORNEC (WS-IND) = WS-FORNEC-ATUAL
              MOVE WS-IND TO WS-ACHOU
              GO TO 037-99-FIM-ACHA-PRODUTO.
           ADD 1 TO WS-IND.
           GO TO 037-10-PROCURA.
       037-50-INCLUI.
           IF WS-QTD-TP NOT < 1000
              GO TO 037-99-FIM-ACHA-PRODUTO.
           ADD 1 TO WS-QTD-TP.
           MOVE WS-QTD-TP TO WS-ACHOU.
           MOVE ZEROS TO WS-PRODUTO (WS-ACHOU).
           MOVE WS-PRODUTO-ATUAL TO TP-COD-PRODUTO (WS-ACHOU).
           MOVE WS-FORNEC-ATUAL  TO TP-COD-FORNEC (WS-ACHOU).
       037-99-FIM-ACHA-PRODUTO.
           EXIT.
      *
       038-00-CATEGORIA.
           MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE SPACES TO CATEGORIA
           END-READ.
           MOVE CATEGORIA TO WS-CATEG-ATUAL.
           IF WS-CATEG-ATUAL = SPACES
              MOVE "SEM CATEG." TO WS-CATEG-ATUAL
           END-IF.
       038-99-FIM-CATEGORIA.
           EXIT.
      *
      *    Monta o quadro por fornecedor somando as categorias, calcula
      *    a chave de classificacao de cada categoria/fornecedor e
      *    ordena as tres tabelas.
       040-00-ORDENA.
           MOVE 1 TO WS-IND2.
           PERFORM 041-00-INDICES-CATEG THRU 041-99-FIM-INDICES
               UNTIL WS-IND2 > WS-QTD-TC.
           IF WS-QTD-TC > 1
              MOVE "S" TO WS-TROCOU
              PERFORM 042-00-PASSADA-CATEG THRU 042-99-FIM-PASSADA
                  UNTIL WS-TROCOU = "N"
           END-IF.
           IF WS-QTD-TF > 1
              MOVE "S" TO WS-TROCOU
              PERFORM 044-00-PASSADA-FORNEC THRU 044-99-FIM-PASSADA
                  UNTIL WS-TROCOU = "N"
           END-IF.
           IF WS-QTD-TP > 1
              MOVE "S" TO WS-TROCOU
              PERFORM 046-00-PASSADA-PRODUTO THRU 046-99-FIM-PASSADA
                  UNTIL WS-TROCOU = "N"
           END-IF.
       040-99-FIM-ORDENA.
           EXIT.
      *
      *    Chave: categoria, depois o complemento do % no prazo e do %
      *    de atendimento (maior primeiro) e a variacao de preco
      *    deslocada de 500,0 (menor primeiro).
       041-00-INDICES-CATEG.
           MOVE TC-METRICAS (WS-IND2) TO WS-METRICAS.
           PERFORM 058-00-INDICES THRU 058-99-FIM-INDICES.
           COMPUTE TC-K-PRAZO (WS-IND2) = 100 - WS-PCT-PRAZO.
           COMPUTE TC-K-ATEND (WS-IND2) = 100 - WS-PCT-ATEND.
           MOVE WS-VAR-PRECO TO WS-VAR-CHAVE.
           IF WS-VAR-CHAVE < -499
              MOVE -499 TO WS-VAR-CHAVE
           END-IF.
           IF WS-VAR-CHAVE > 499
              MOVE 499 TO WS-VAR-CHAVE
           END-IF.
           COMPUTE TC-K-PRECO (WS-IND2) = WS-VAR-CHAVE + 500.
           MOVE TC-COD-FORNEC (WS-IND2) TO WS-FORNEC-ATUAL.
           PERFORM 048-00-ACHA-FORNEC THRU 048-99-FIM-ACHA-FORNEC.
           IF WS-ACHOU NOT = ZEROS
              ADD TC-ENTRADAS (WS-IND2)  TO TF-ENTRADAS (WS-ACHOU)
              ADD TC-LEAD-SOMA (WS-IND2) TO TF-LEAD-SOMA (WS-ACHOU)
              ADD TC-LINHAS (WS-IND2)    TO TF-LINHAS (WS-ACHOU)
              ADD TC-NO-PRAZO (WS-IND2)  TO TF-NO-PRAZO (WS-ACHOU)
              ADD TC-PEDIDA (WS-IND2)    TO TF-PEDIDA (WS-ACHOU)
              ADD TC-RECEBIDA (WS-IND2)  TO TF-RECEBIDA (WS-ACHOU)
              ADD TC-VAL-ENTR (WS-IND2)  TO TF-VAL-ENTR (WS-ACHOU)
              ADD TC-VAL-COT (WS-IND2)   TO TF-VAL-COT (WS-ACHOU)
              IF TC-LEAD-MAX (WS-IND2) > TF-LEAD-MAX (WS-ACHOU)
                 MOVE TC-LEAD-MAX (WS-IND2) TO TF-LEAD-MAX (WS-ACHOU)
              END-IF
           END-IF.
           ADD 1 TO WS-IND2.
       041-99-FIM-INDICES.
           EXIT.
      *
       042-00-PASSADA-CATEG.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 043-00-COMPARA-CATEG THRU 043-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-TC.
       042-99-FIM-PASSADA.
           EXIT.
      *
       043-00-COMPARA-CATEG.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TC-ORDEM (WS-IND) > TC-ORDEM (WS-IND2)
              MOVE WS-CATEG (WS-IND)  TO WS-CATEG-TROCA
              MOVE WS-CATEG (WS-IND2) TO WS-CATEG (WS-IND)
              MOVE WS-CATEG-TROCA     TO WS-CATEG (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       043-99-FIM-COMPARA.
           EXIT.
      *
       044-00-PASSADA-FORNEC.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 045-00-COMPARA-FORNEC THRU 045-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-TF.
       044-99-FIM-PASSADA.
           EXIT.
      *
       045-00-COMPARA-FORNEC.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TF-COD-FORNEC (WS-IND) > TF-COD-FORNEC (WS-IND2)
              MOVE WS-FORNEC (WS-IND)  TO WS-FORNEC-TROCA
              MOVE WS-FORNEC (WS-IND2) TO WS-FORNEC (WS-IND)
              MOVE WS-FORNEC-TROCA     TO WS-FORNEC (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       045-99-FIM-COMPARA.
           EXIT.
      *
       046-00-PASSADA-PRODUTO.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 047-00-COMPARA-PRODUTO THRU 047-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-TP.
       046-99-FIM-PASSADA.
           EXIT.
      *
       047-00-COMPARA-PRODUTO.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TP-CHAVE (WS-IND) > TP-CHAVE (WS-IND2)
              MOVE WS-PRODUTO (WS-IND)  TO WS-PRODUTO-TROCA
              MOVE WS-PRODUTO (WS-IND2) TO WS-PRODUTO (WS-IND)
              MOVE WS-PRODUTO-TROCA     TO WS-PRODUTO (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       047-99-FIM-COMPARA.
           EXIT.
      *
       048-00-ACHA-FORNEC.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IND.
       048-10-PROCURA.
           IF WS-IND > WS-QTD-TF
              GO TO 048-50-INCLUI.
           IF TF-COD-FORNEC (WS-IND) = WS-FORNEC-ATUAL
              MOVE WS-IND TO WS-ACHOU
              GO TO 048-99-FIM-ACHA-FORNEC.
           ADD 1 TO WS-IND.
           GO TO 048-10-PROCURA.
       048-50-INCLUI.
           IF WS-QTD-TF NOT < 200
              GO TO 048-99-FIM-ACHA-FORNEC.
           ADD 1 TO WS-QTD-TF.
           MOVE WS-QTD-TF TO WS-ACHOU.
           MOVE ZEROS TO WS-FORNEC (WS-ACHOU).
           MOVE WS-FORNEC-ATUAL TO TF-COD-FORNEC (WS-ACHOU).
       048-99-FIM-ACHA-FORNEC.
           EXIT.
      *
       050-00-IMPRIME-FORNEC.
           MOVE WS-CAB-SECAO-1 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-TF = ZEROS
              MOVE "NENHUMA COMPRA NO PERIODO" TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-IMPRIME.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 055-00-LINHA-FORNEC THRU 055-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-TF.
       050-99-FIM-IMPRIME.
           EXIT.
      *
       055-00-LINHA-FORNEC.
           MOVE TF-METRICAS (WS-IND2) TO WS-METRICAS.
           PERFORM 058-00-INDICES THRU 058-99-FIM-INDICES.
           MOVE TF-COD-FORNEC (WS-IND2) TO WS-FORNEC-ATUAL.
           PERFORM 057-00-NOME-FORNEC THRU 057-99-FIM-NOME.
           MOVE TF-COD-FORNEC (WS-IND2) TO DET-POSICAO.
           MOVE FOR-NOME TO DET-NOME.
           PERFORM 059-00-DETALHE THRU 059-99-FIM-DETALHE.
           ADD 1 TO WS-IND2.
       055-99-FIM-LINHA.
           EXIT.
      *
       057-00-NOME-FORNEC.
           MOVE SPACES TO FOR-NOME.
           MOVE WS-FORNEC-ATUAL TO FOR-COD-FORNEC.
           IF WS-TEM-FORNEC = "S"
              READ FORNECEDOR-S
                  INVALID KEY
                      MOVE "NAO CADASTRADO" TO FOR-NOME
              END-READ
           END-IF.
       057-99-FIM-NOME.
           EXIT.
      *
      *    Prazo medio, % no prazo, % de atendimento e variacao do
      *    custo recebido sobre o cotado, a partir de WS-METRICAS.
       058-00-INDICES.
           MOVE ZEROS TO WS-LEAD-MEDIO.
           MOVE ZEROS TO WS-PCT-PRAZO.
           MOVE ZEROS TO WS-PCT-ATEND.
           MOVE ZEROS TO WS-VAR-PRECO.
           IF WS-M-ENTRADAS > ZEROS
              COMPUTE WS-LEAD-MEDIO ROUNDED =
                  WS-M-LEAD-SOMA / WS-M-ENTRADAS
           END-IF.
           IF WS-M-LINHAS > ZEROS
              COMPUTE WS-PCT-PRAZO ROUNDED =
                  (WS-M-NO-PRAZO * 100) / WS-M-LINHAS
           END-IF.
           IF WS-M-PEDIDA > ZEROS
              COMPUTE WS-PCT-ATEND ROUNDED =
                  (WS-M-RECEBIDA * 100) / WS-M-PEDIDA
           END-IF.
           IF WS-M-VAL-COT > ZEROS
              COMPUTE WS-VAR-PRECO ROUNDED =
                  ((WS-M-VAL-ENTR - WS-M-VAL-COT) * 100) / WS-M-VAL-COT
                  ON SIZE ERROR
                      MOVE 999,9 TO WS-VAR-PRECO
              END-COMPUTE
           END-IF.
       058-99-FIM-INDICES.
           EXIT.
      *
       059-00-DETALHE.
           MOVE WS-M-ENTRADAS    TO DET-ENTRADAS.
           MOVE WS-LEAD-MEDIO    TO DET-LEAD-MEDIO.
           MOVE WS-M-LEAD-MAX    TO DET-LEAD-MAX.
           MOVE WS-M-LINHAS      TO DET-LINHAS.
           MOVE WS-PCT-PRAZO     TO DET-PCT-PRAZO.
           MOVE WS-PCT-ATEND     TO DET-PCT-ATEND.
           MOVE WS-VAR-PRECO     TO DET-VAR-PRECO.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       059-99-FIM-DETALHE.
           EXIT.
      *
       060-00-IMPRIME-CATEG.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-SECAO-2 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-TC = ZEROS
              MOVE WS-LINHA-TRACO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 060-99-FIM-IMPRIME.
           MOVE HIGH-VALUES TO WS-CATEG-ANT.
           MOVE 1 TO WS-IND2.
           PERFORM 065-00-LINHA-CATEG THRU 065-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-TC.
       060-99-FIM-IMPRIME.
           EXIT.
      *
       065-00-LINHA-CATEG.
           IF TC-CATEGORIA (WS-IND2) NOT = WS-CATEG-ANT
              MOVE TC-CATEGORIA (WS-IND2) TO WS-CATEG-ANT
              MOVE ZEROS TO WS-POSICAO
              MOVE WS-LINHA-TRACO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE TC-CATEGORIA (WS-IND2) TO CAB-CATEGORIA
              MOVE WS-CAB-CATEG TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE WS-CAB-02 TO LINHA-RELATORIO
              MOVE "POS." TO LINHA-RELATORIO (1:5)
              WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-POSICAO.
           MOVE WS-POSICAO TO POS-NUMERO.
           MOVE WS-POSICAO-ED TO DET-POSICAO.
           MOVE TC-METRICAS (WS-IND2) TO WS-METRICAS.
           PERFORM 058-00-INDICES THRU 058-99-FIM-INDICES.
           MOVE TC-COD-FORNEC (WS-IND2) TO WS-FORNEC-ATUAL.
           PERFORM 057-00-NOME-FORNEC THRU 057-99-FIM-NOME.
           MOVE TC-COD-FORNEC (WS-IND2) TO RANK-CODIGO.
           MOVE FOR-NOME TO RANK-NOME.
           MOVE WS-NOME-RANK TO DET-NOME.
           PERFORM 059-00-DETALHE THRU 059-99-FIM-DETALHE.
           ADD 1 TO WS-IND2.
       065-99-FIM-LINHA.
           EXIT.
      *
       070-00-IMPRIME-PRODUTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-SECAO-3 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-TP = ZEROS
              GO TO 070-99-FIM-IMPRIME.
           MOVE WS-CAB-03 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 075-00-LINHA-PRODUTO THRU 075-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-TP.
       070-99-FIM-IMPRIME.
           EXIT.
      *
      *    Demanda no pior prazo = consumo medio mensal x pior prazo /
      *    30; ponto de pedido abaixo dela sai marcado.
       075-00-LINHA-PRODUTO.
           MOVE TP-COD-PRODUTO (WS-IND2) TO WS-PRODUTO-ATUAL.
           MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           PERFORM 077-00-CONSUMO THRU 077-99-FIM-CONSUMO.
           MOVE ZEROS TO WS-PONTO-ATUAL.
           MOVE WS-PRODUTO-ATUAL TO PD-COD-PRODUTO.
           IF WS-TEM-PEDIDO = "S"
              READ PEDIDO-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PTO-PEDIDO TO WS-PONTO-ATUAL
              END-READ
           END-IF.
           COMPUTE WS-LEAD-MEDIO ROUNDED =
               TP-LEAD-SOMA (WS-IND2) / TP-ENTRADAS (WS-IND2).
           COMPUTE WS-DEMANDA ROUNDED =
               (WS-MEDIA-MES * TP-LEAD-MAX (WS-IND2)) / 30.
           MOVE WS-PRODUTO-ATUAL        TO DTP-PRODUTO.
           MOVE NOME-PRODUTO            TO DTP-NOME.
           MOVE TP-COD-FORNEC (WS-IND2) TO DTP-FORNEC.
           MOVE TP-ENTRADAS (WS-IND2)   TO DTP-ENTRADAS.
           MOVE WS-LEAD-MEDIO           TO DTP-LEAD-MEDIO.
           MOVE TP-LEAD-MAX (WS-IND2)   TO DTP-LEAD-MAX.
           MOVE WS-MEDIA-MES            TO DTP-CONSUMO.
           MOVE WS-DEMANDA              TO DTP-DEMANDA.
           MOVE WS-PONTO-ATUAL          TO DTP-PONTO.
           MOVE SPACES TO DTP-FLAG.
           IF WS-PONTO-ATUAL < WS-DEMANDA
              MOVE "***" TO DTP-FLAG
              ADD 1 TO WS-CONT-PONTO
           END-IF.
           MOVE WS-DETALHE-PROD TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND2.
       075-99-FIM-LINHA.
           EXIT.
      *
      *    Media mensal de saidas de todos os meses registrados em
      *    CONSUMO.DAT, como no CONSLST.
       077-00-CONSUMO.
           MOVE ZEROS TO WS-QTD-MESES.
           MOVE ZEROS TO WS-TOT-SAIDAS.
           MOVE ZEROS TO WS-MEDIA-MES.
           IF WS-TEM-CONSUMO = "N"
              GO TO 077-99-FIM-CONSUMO.
           MOVE "N" TO WS-FIM-CONS.
           MOVE WS-PRODUTO-ATUAL TO CS-COD-PRODUTO.
           MOVE ZEROS TO CS-ANOMES.
           START CONSUMO-S KEY NOT < CS-CHAVE
               INVALID KEY
                   GO TO 077-99-FIM-CONSUMO
           END-START.
           READ CONSUMO-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONS
           END-READ.
           PERFORM 078-00-ACUMULA THRU 078-99-FIM-ACUMULA
               UNTIL FIM-CONS OR CS-COD-PRODUTO NOT = WS-PRODUTO-ATUAL.
           IF WS-QTD-MESES > ZEROS
              COMPUTE WS-MEDIA-MES ROUNDED =
                  WS-TOT-SAIDAS / WS-QTD-MESES
           END-IF.
       077-99-FIM-CONSUMO.
           EXIT.
      *
       078-00-ACUMULA.
           ADD 1 TO WS-QTD-MESES.
           ADD CS-QTD-SAIDA TO WS-TOT-SAIDAS.
           READ CONSUMO-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONS
           END-READ.
       078-99-FIM-ACUMULA.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ENTRADAS TO TOT-ENTRADAS.
           MOVE WS-LINHA-TOT-ENTRADAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-SEMORD TO TOT-SEMORD.
           MOVE WS-LINHA-TOT-SEMORD TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-SEMCOT TO TOT-SEMCOT.
           MOVE WS-LINHA-TOT-SEMCOT TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-LINHAS TO TOT-LINHAS.
           MOVE WS-LINHA-TOT-LINHAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-PONTO TO TOT-PONTO.
           MOVE WS-LINHA-TOT-PONTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-PERDIDOS > ZEROS
              MOVE WS-PERDIDOS TO EST-PERDIDOS
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE MOVHIST-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE CATFORN-S.
           CLOSE ALMOX-S.
           IF WS-TEM-FORNEC = "S"
              CLOSE FORNECEDOR-S
           END-IF.
           IF WS-TEM-CONSUMO = "S"
              CLOSE CONSUMO-S
           END-IF.
           IF WS-TEM-PEDIDO = "S"
              CLOSE PEDIDO-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA FORNAVA ---------***
