      * saldo disponivel sao recusados e listados no relatorio de
      * excecao. Ao final, MOVTO.DAT e esvaziado para o proximo ciclo.
      * Entradas posicionadas dao baixa na ordem de compra em aberto
      * do produto (cabecalho em ORDENS.DAT, linhas em ORDITEM.DAT,
      * emitidas pelo PEDCOM ou digitadas no ORDCAD) e, havendo
      * requisicao aberta ou parcial do produto em REQUIS.DAT, saem
      * com um aviso de pendencia no relatorio, para o atendimento
      * (REQATE) completar o backorder com o material que chegou.
      * Movimentos datados dentro de mes fechado pela contabilidade
      * em PERFECH.DAT (fechamento pelo FECHMES) sao recusados para
      * o relatorio de excecao com o motivo Periodo Fechado.
      * O recebimento e parcial por linha da ordem de compra: a
      * quantidade entrada soma na quantidade recebida da linha, que
      * fica parcial ate completar o pedido e recebida ao completar.
      * Entrada com numero de ordem informado no MOVCAD recebe na
      * linha do produto naquela ordem; sem numero, distribui pelas
      * linhas abertas ou parciais do produto, da mais antiga para a
      * mais nova. O que sobrar alem do pedido fica na ultima linha
      * recebida (entrega a maior, apontada pelo RECMAT). A situacao
      * do cabecalho e refeita pelas linhas (aberta, parcial,
      * baixada) e o numero da ordem vai para o historico no campo
      * da requisicao, com origem C (compra).
      * A devolucao de material pelo departamento chega do REQATE
      * como entrada de origem D, com o numero da requisicao, o
      * departamento, o custo da saida original em MV-CUSTO-UNIT e a
      * data dessa saida em MV-VALIDADE. Volta ao saldo pela media
      * ponderada com aquele custo, nao mexe nas ordens de compra e
      * estorna o consumo do produto (CONSUMO.DAT) e o rateio do
      * departamento (CONSDEP.DAT) no mes da saida - ou no mes da
      * devolucao, se o mes da saida ja estiver fechado em PERFECH.
      * Item com lote volta ao lote de onde saiu (LT-QTD-RESTANTE)
      * e a volta e gravada em LOTCONS.DAT com tipo D, ao lado dos
      * consumos de tipo C, para o RASTLOT abater do consumido.
      * A devolucao ao fornecedor chega do DEVCAD como saida de
      * origem F, com o numero da ordem de compra no campo da
      * requisicao, o custo e o lote da entrada devolvida e a data
      * dessa entrada em MV-VALIDADE. Antes da baixa o custo medio
      * e desfeito (tira-se do valor do saldo a quantidade devolvida
      * ao custo da entrada); nao entra no consumo, no rateio por
      * departamento nem nas perdas. A quantidade volta a ficar
      * pendente na linha da ordem (recebida menos a devolvida), o
      * cabecalho e refeito e o ORDAGE passa a cobrar a reposicao.
      * Item com lote sai do lote da entrada (o que faltar segue a
      * regra da validade) e vai para LOTCONS.DAT com tipo F.
      * Entrada digitada pelo NFCAD traz no MOVTO o registro e o item
      * da nota fiscal (NFCAB.DAT/NFITEM.DAT). Depois da baixa o item
      * da nota fica lancado ou recusado com o motivo; tratados todos
      * os itens, a nota sem recusa passa a lancada e vai para o
      * contas a pagar em CPAGAR.DAT (fornecedor, numero, serie,
      * emissao, vencimento, valor e frete), que o ALMOXBAT.sh guarda
      * com a data da rodada; com item recusado a nota fica
      * divergente ate o reenvio dos itens pelo NFCAD. O relatorio
      * lista cada nota fechada e totaliza as lancadas e divergentes.
      * Toda mudanca do custo unitario na baixa (entrada com custo,
      * devolucao de departamento, devolucao ao fornecedor) e gravada
      * no historico de custos CUSTHIST.DAT com o custo anterior, o
      * novo, a ordem ou requisicao, a nota fiscal e a quantidade.
      * A pendencia de requisicao de kit (produto TIPO-PRODUTO K do
      * KITCAD) e contada nos componentes, na quantidade por kit de
      * KITCOMP.DAT, e o aviso sai quando entra um componente.
      * Saida de requisicao (origem R) de produto com estoque
      * consignado em CONSIG.DAT (acordos do CONSCAD) consome o
      * consignado pela regra de cada acordo: C antes do estoque
      * proprio, P so depois de esgotado o proprio. A parte
      * consignada nao mexe em ALMOX.DAT, baixa o saldo do acordo e
      * acumula em CONSMES.DAT por fornecedor, produto e mes, ao
      * preco acordado, para o extrato CONSEXT; o rateio do
      * departamento recebe esse valor. O relatorio mostra a parte
      * consignada abaixo da linha do movimento.
      * Entrada so baixa ordem de compra quando e compra (origem C
      * ou em branco): ajuste de inventario, devolucao e volta de
      * emprestimo entram no saldo sem tocar nas ordens.
      * A saida com parte consignada vai inteira para o historico e
      * para o consumo (CONSUMO.DAT); so o saldo, o custo, o local,
      * os lotes e o rateio ao custo medio ficam com a parte propria.
      * A parte consignada fica anotada no fim do motivo do historico
      * (MH-QTD-CONSIG, so em movimento posicionado), para quem
      * reconstroi o saldo proprio a partir do historico.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
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
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT MOVCTL-S ASSIGN TO DISK
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT NFCAB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-REGISTRO
               ALTERNATE RECORD KEY IS NF-CHAVE-FORN
               FILE STATUS IS WS-FS-NFCAB.
           SELECT NFITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-CHAVE
               FILE STATUS IS WS-FS-NFITEM.
           SELECT CPAGAR-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CPAGAR.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT CONSIG-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               ALTERNATE RECORD KEY IS CG-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONSIG.
           SELECT CONSMES-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-FS-CONSMES.
       DATA DIVISION.
       FILE SECTION.
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-AJUSTE       VALUE "A".
               88  ORIGEM-REQUIS       VALUE "R".
               88  ORIGEM-COMPRA       VALUE "C".
               88  ORIGEM-DEVOLUCAO    VALUE "D".
               88  ORIGEM-FORNECEDOR   VALUE "F".
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
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
       FD SALDOLOC-S
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORD IS STANDARD
           02  PR-QTD         PIC 9(06).
           02  PR-VALOR       PIC 9(10)V99.
       FD LOTCONS-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTCONS
           VALUE OF FILE-ID "LOTCONS.DAT".
           02  LN-QTD         PIC 9(04).
           02  LN-NUMERO-REQ  PIC 9(06).
           02  LN-COD-DEPTO   PIC 9(04).
           02  LN-TIPO        PIC X(01).
               88  LOTCONS-CONSUMO     VALUE "C".
               88  LOTCONS-DEVOLUCAO   VALUE "D".
               88  LOTCONS-DEV-FORNEC  VALUE "F".
       FD PERFECH-S
           RECORD CONTAINS 19 CHARACTERS
           LABEL RECORD IS STANDARD
           02  PF-DATA-OPER   PIC 9(08).
           02  PF-OPERADOR    PIC 9(04).
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
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "MOVPOST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       FD NFCAB-S
           RECORD CONTAINS 105 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NFCAB
           VALUE OF FILE-ID "NFCAB.DAT".
       01  REG-NFCAB.
           02  NF-REGISTRO    PIC 9(06).
           02  NF-CHAVE-FORN.
               03  NF-COD-FORNEC  PIC 9(04).
               03  NF-NUMERO      PIC 9(09).
               03  NF-SERIE       PIC X(03).
           02  NF-DATA-EMISSAO PIC 9(08).
           02  NF-DATA-VENCTO PIC 9(08).
           02  NF-DATA-ENTRADA PIC 9(08).
           02  NF-VALOR-FRETE PIC 9(07)V99.
           02  NF-VALOR-TOTAL PIC 9(09)V99.
           02  NF-VALOR-ITENS PIC 9(09)V99.
           02  NF-NUM-ORDEM   PIC 9(06).
           02  NF-QTD-ITENS   PIC 9(03).
           02  NF-ITENS-LANC  PIC 9(03).
           02  NF-ITENS-RECUS PIC 9(03).
           02  NF-OPERADOR    PIC 9(04).
           02  NF-DATA-LANC   PIC 9(08).
           02  NF-SITUACAO    PIC X(01).
               88  NOTA-FECHADA        VALUE "F".
               88  NOTA-LANCADA        VALUE "L".
               88  NOTA-DIVERGENTE     VALUE "D".
       FD NFITEM-S
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NFITEM
           VALUE OF FILE-ID "NFITEM.DAT".
       01  REG-NFITEM.
           02  NI-CHAVE.
               03  NI-REGISTRO    PIC 9(06).
               03  NI-ITEM        PIC 9(03).
           02  NI-COD-PRODUTO PIC 9(04).
           02  NI-QTD         PIC 9(04).
           02  NI-PRECO       PIC 9(05)V99.
           02  NI-CUSTO-UNIT  PIC 9(05)V99.
           02  NI-UNID-COMPRA PIC X(01).
           02  NI-LOCAL       PIC 9(02).
           02  NI-LOTE        PIC X(10).
           02  NI-VALIDADE    PIC 9(08).
           02  NI-SITUACAO    PIC X(01).
               88  ITEM-NF-PENDENTE    VALUE "P".
               88  ITEM-NF-LANCADO     VALUE "L".
               88  ITEM-NF-RECUSADO    VALUE "R".
           02  NI-MOTIVO      PIC X(22).
       FD CPAGAR-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CPAGAR
           VALUE OF FILE-ID "CPAGAR.DAT".
       01  REG-CPAGAR.
           02  CP-DATA-LANC   PIC 9(08).
           02  CP-REGISTRO    PIC 9(06).
           02  CP-COD-FORNEC  PIC 9(04).
           02  CP-NUMERO-NF   PIC 9(09).
           02  CP-SERIE       PIC X(03).
           02  CP-DATA-EMISSAO PIC 9(08).
           02  CP-DATA-VENCTO PIC 9(08).
           02  CP-VALOR-TOTAL PIC 9(09)V99.
           02  CP-VALOR-FRETE PIC 9(07)V99.
           02  CP-NUM-ORDEM   PIC 9(06).
           02  FILLER         PIC X(08).
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
       FD CONSMES-S
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONSMES
           VALUE OF FILE-ID "CONSMES.DAT".
       01  REG-CONSMES.
           02  CM-CHAVE.
               03  CM-COD-FORNEC  PIC 9(04).
               03  CM-COD-PRODUTO PIC 9(04).
               03  CM-ANO         PIC 9(04).
               03  CM-MES         PIC 9(02).
           02  CM-SALDO-INI   PIC 9(05).
           02  CM-QTD-RECEB   PIC 9(05).
           02  CM-QTD-DEVOL   PIC 9(05).
           02  CM-QTD-AJUSTE  PIC S9(05).
           02  CM-QTD-CONSUMO PIC 9(05).
           02  CM-VALOR-CONSUMO PIC 9(07)V99.
           02  CM-SALDO-FIM   PIC 9(05).
           02  FILLER         PIC X(07).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-MOVTO-ABERTO PIC X(01) VALUE "N".
           02  WS-CONT-OK     PIC 9(05) VALUE ZEROS.
           02  WS-FIM-REQUIS  PIC X(01) VALUE "N".
               88  FIM-REQUIS          VALUE "S".
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-TEM-KITCOMP PIC X(01) VALUE "N".
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
           02  WS-FS-PERDAS   PIC X(02) VALUE SPACES.
           02  WS-LOTE-USADO  PIC X(10) VALUE SPACES.
           02  WS-QTD-LOTES-USO PIC 9(02) VALUE ZEROS.
           02  WS-CTL-PROCESSADOS PIC 9(05) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-HORA-AGORA  PIC 9(08) VALUE ZEROS.
           02  WS-A-RECEBER   PIC 9(04) VALUE ZEROS.
           02  WS-SALDO-ITEM  PIC 9(04) VALUE ZEROS.
           02  WS-PARCELA     PIC 9(04) VALUE ZEROS.
           02  WS-ORDEM-ACHADA PIC 9(06) VALUE ZEROS.
           02  WS-ULT-ITEM-OC PIC 9(09) VALUE ZEROS.
           02  WS-FIM-ITENS   PIC X(01) VALUE "N".
           02  WS-QT-ABERTOS  PIC 9(03) VALUE ZEROS.
           02  WS-QT-PARCIAIS PIC 9(03) VALUE ZEROS.
           02  WS-QT-RECEBIDOS PIC 9(03) VALUE ZEROS.
           02  WS-QT-CANCELADOS PIC 9(03) VALUE ZEROS.
           02  WS-QT-TOCADAS  PIC 9(02) VALUE ZEROS.
           02  WS-IND-OC      PIC 9(02) COMP VALUE ZEROS.
           02  WS-ANOMES-ESTORNO PIC 9(06) VALUE ZEROS.
           02  WS-VALOR-ESTORNO PIC 9(10)V99 VALUE ZEROS.
           02  WS-FS-NFCAB    PIC X(02) VALUE SPACES.
           02  WS-FS-NFITEM   PIC X(02) VALUE SPACES.
           02  WS-FS-CPAGAR   PIC X(02) VALUE SPACES.
           02  WS-TEM-NF      PIC X(01) VALUE "N".
           02  WS-CONT-NF-LANC PIC 9(05) VALUE ZEROS.
           02  WS-CONT-NF-DIV PIC 9(05) VALUE ZEROS.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-CUSTO-ANT   PIC 9(05)V99 VALUE ZEROS.
           02  WS-FS-CONSIG   PIC X(02) VALUE SPACES.
           02  WS-FS-CONSMES  PIC X(02) VALUE SPACES.
           02  WS-TEM-CONSIG  PIC X(01) VALUE "N".
           02  WS-CONSIG-ANTES PIC 9(06) VALUE ZEROS.
           02  WS-CONSIG-DEPOIS PIC 9(06) VALUE ZEROS.
           02  WS-TIRA-ANTES  PIC 9(04) VALUE ZEROS.
           02  WS-TIRA-DEPOIS PIC 9(04) VALUE ZEROS.
           02  WS-QTD-CONSIG  PIC 9(04) VALUE ZEROS.
           02  WS-QTD-CONSUMO PIC 9(05) VALUE ZEROS.
           02  WS-TIRADO      PIC 9(04) VALUE ZEROS.
           02  WS-RESTO       PIC 9(04) VALUE ZEROS.
           02  WS-DEP-QTD     PIC 9(04) VALUE ZEROS.
           02  WS-DEP-CUSTO   PIC 9(05)V99 VALUE ZEROS.
       01  WS-TABELA-TOCADAS.
           02  WS-ORDEM-TOCADA OCCURS 50 TIMES
                          PIC 9(06) VALUE ZEROS.
       01  WS-TABELA-PENDENCIA.
           02  WS-PENDENCIA OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
           02  PEN-QTD        PIC ZZZZZ9.
           02  FILLER         PIC X(36) VALUE
               " UN EM REQUISICOES ABERTAS/PARCIAIS".
       01  WS-LINHA-CONSIG.
           02  FILLER         PIC X(14) VALUE "  CONSIGNADO: ".
           02  LCG-QTD        PIC ZZZ9.
           02  FILLER         PIC X(38) VALUE
               " UN DE ESTOQUE DE FORNECEDOR (CONSMES)".
       01  WS-LINHA-REINICIO.
           02  FILLER         PIC X(40) VALUE
               "REINICIO - MOVIMENTOS JA APLICADOS.....:".
           02  FILLER         PIC X(30) VALUE
               "MOVIMENTOS RECUSADOS.........:".
           02  TOT-REC        PIC ZZZZ9.
       01  WS-LINHA-NOTA.
           02  FILLER         PIC X(14) VALUE "  NOTA FISCAL ".
           02  NT-NUMERO      PIC ZZZZZZZZ9.
           02  FILLER         PIC X(06) VALUE " REG. ".
           02  NT-REGISTRO    PIC ZZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  NT-TEXTO       PIC X(44).
       01  WS-LINHA-TOTAL-NF.
           02  FILLER         PIC X(30) VALUE
               "NOTAS LANCADAS P/ PAGAR......:".
           02  TOT-NF-LANC    PIC ZZZZ9.
       01  WS-LINHA-TOTAL-NFD.
           02  FILLER         PIC X(30) VALUE
               "NOTAS COM ITEM RECUSADO......:".
           02  TOT-NF-DIV     PIC ZZZZ9.
       01  AREA-TRAVA.
           02  WS-TR-FUNCAO   PIC X(01) VALUE "P".
           02  WS-TR-PROGRAMA PIC X(08) VALUE "MOVPOST ".
              CLOSE ORDENS-S
              OPEN I-O ORDENS-S
           END-IF.
           OPEN I-O ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN I-O ORDITEM-S
           END-IF.
           OPEN I-O SALDOLOC-S.
           IF WS-FS-SALDOLOC = "35"
              OPEN OUTPUT SALDOLOC-S
              CLOSE PERDAS-S
              OPEN I-O PERDAS-S
           END-IF.
      *    Estoque consignado do CONSCAD: sem CONSIG.DAT nao ha
      *    acordo de consignacao e toda saida baixa o estoque proprio.
           OPEN I-O CONSIG-S.
           IF WS-FS-CONSIG = "00"
              MOVE "S" TO WS-TEM-CONSIG
              OPEN I-O CONSMES-S
              IF WS-FS-CONSMES = "35"
                 OPEN OUTPUT CONSMES-S
                 CLOSE CONSMES-S
                 OPEN I-O CONSMES-S
              END-IF
              IF WS-FS-CONSMES NOT = "00"
                 DISPLAY "Erro ao Abrir CONSMES.DAT - Status: "
                     WS-FS-CONSMES
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *    Carrega o restante reservado das requisicoes abertas e
      *    parciais, para avisar a pendencia quando entrar material.
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
           OPEN EXTEND LOTCONS-S.
           IF WS-FS-LOTCONS = "35"
              OPEN OUTPUT LOTCONS-S
              CLOSE MOVHIST-S
              OPEN EXTEND MOVHIST-S
           END-IF.
           OPEN EXTEND CUSTHIST-S.
           IF WS-FS-CUSTHIST = "35"
              OPEN OUTPUT CUSTHIST-S
              CLOSE CUSTHIST-S
              OPEN EXTEND CUSTHIST-S
           END-IF.
      *    Notas fiscais do NFCAD: sem NFCAB.DAT nao ha entrada de
      *    nota a conferir e a baixa segue sem contas a pagar.
           OPEN I-O NFCAB-S.
           IF WS-FS-NFCAB = "00"
              MOVE "S" TO WS-TEM-NF
              OPEN I-O NFITEM-S
              IF WS-FS-NFITEM NOT = "00"
                 DISPLAY "Erro ao Abrir NFITEM.DAT - Status: "
                     WS-FS-NFITEM
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN EXTEND CPAGAR-S
              IF WS-FS-CPAGAR = "35"
                 OPEN OUTPUT CPAGAR-S
                 CLOSE CPAGAR-S
                 OPEN EXTEND CPAGAR-S
              END-IF
           END-IF.
      *    Trava de exclusao contra as telas de manutencao: tomada
      *    so depois de todas as aberturas, para um erro de abertura
      *    (STOP RUN) nao deixar trava pendurada; dali em diante todo
           IF (REQ-ABERTA OR REQ-PARCIAL)
              AND RQ-COD-PRODUTO > ZEROS
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
              PERFORM 022-00-RESERVA-KIT THRU 022-99-FIM-RESERVA-KIT
              IF WS-ACHOU-KIT = "N"
                 ADD WS-RESTANTE TO WS-PENDENCIA (RQ-COD-PRODUTO)
              END-IF
           END-IF.
           READ REQUIS-S
               AT END
           END-READ.
       021-99-FIM-PEND.
           EXIT.
      *
      *    Linha de kit reserva os componentes (restante vezes a
      *    quantidade por kit de KITCOMP.DAT), nao o codigo do kit.
       022-00-RESERVA-KIT.
           MOVE "N" TO WS-ACHOU-KIT.
           IF WS-TEM-KITCOMP NOT = "S"
              GO TO 022-99-FIM-RESERVA-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 022-99-FIM-RESERVA-KIT
           END-START.
       022-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 022-99-FIM-RESERVA-KIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 022-99-FIM-RESERVA-KIT.
           MOVE "S" TO WS-ACHOU-KIT.
           COMPUTE WS-PENDENCIA (KC-COD-COMP) =
               WS-PENDENCIA (KC-COD-COMP) + (WS-RESTANTE * KC-QTD).
           GO TO 022-50-LE-COMP.
       022-99-FIM-RESERVA-KIT.
           EXIT.
      *
       025-00-PULA.
           READ MOVTO-S
      *
       030-00-PROCESSA.
           MOVE SPACES TO DET-SITUACAO.
           MOVE ZEROS TO WS-QTD-CONSIG.
           MOVE SPACES TO WS-LOTE-USADO.
           MOVE ZEROS TO WS-QTD-LOTES-USO.
           MOVE MV-COD-PRODUTO TO COD-PRODUTO.
               NOT INVALID KEY
                   PERFORM 035-00-APLICA THRU 035-99-FIM-APLICA
           END-READ.
      *    A quantidade inteira volta para o relatorio e o historico;
      *    saida recusada nao tem parte consignada.
           IF WS-QTD-CONSIG > ZEROS
              ADD WS-QTD-CONSIG TO MV-QTD
              IF DET-SITUACAO NOT = "Posicionado"
                 MOVE ZEROS TO WS-QTD-CONSIG
              END-IF
           END-IF.
           MOVE MV-COD-PRODUTO TO DET-CODIGO.
           MOVE MV-TIPO        TO DET-TIPO.
           MOVE MV-QTD         TO DET-QTDE.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-CONSIG > ZEROS
              MOVE WS-QTD-CONSIG TO LCG-QTD
              MOVE WS-LINHA-CONSIG TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           PERFORM 038-00-HISTORICO THRU 038-99-FIM-HISTORICO.
           IF DET-SITUACAO = "Posicionado"
              AND CUSTO-UNITARIO NOT = WS-CUSTO-ANT
              PERFORM 051-00-HIST-CUSTO THRU 051-99-FIM-HIST
           END-IF.
           IF MV-NF-REGISTRO NOT = ZEROS AND WS-TEM-NF = "S"
              PERFORM 050-00-NOTA-FISCAL THRU 050-99-FIM-NOTA
           END-IF.
           ADD 1 TO WS-CTL-PROCESSADOS.
           PERFORM 039-00-CHECKPOINT THRU 039-99-FIM-CHECKPOINT.
           READ MOVTO-S
           EXIT.
      *
       035-00-APLICA.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANT.
           PERFORM 047-00-VERIFICA-PERIODO THRU 047-99-FIM-PERIODO.
           IF WS-PERIODO-FECH = "S"
              MOVE "Periodo Fechado" TO DET-SITUACAO
              ADD MV-QTD TO QTD-ESTOQUE
              PERFORM 036-00-GRAVA THRU 036-99-FIM-GRAVA
              IF DET-SITUACAO = "Posicionado"
                 IF ORIGEM-DEVOLUCAO
                    PERFORM 040-00-ESTORNA-CONSUMO
                        THRU 040-99-FIM-ESTORNA
                 ELSE
                    IF ORIGEM-COMPRA OR MV-ORIGEM = SPACE
                       PERFORM 037-00-BAIXA-ORDEM
                           THRU 037-99-FIM-BAIXA
                    END-IF
                 END-IF
                 IF MV-LOCAL NOT = ZEROS
                    MOVE MV-LOCAL TO WS-LOCAL-ALVO
                    PERFORM 032-00-CREDITA-LOCAL
                        THRU 032-99-FIM-CREDITA
                 END-IF
                 IF MV-LOTE NOT = SPACES
                    IF ORIGEM-DEVOLUCAO
                       PERFORM 042-50-DEVOLVE-LOTE
                           THRU 042-89-FIM-DEVOLVE
                    ELSE
                       PERFORM 042-00-CRIA-LOTE THRU 042-99-FIM-CRIA
                    END-IF
                 END-IF
                 IF WS-PENDENCIA (MV-COD-PRODUTO) > ZEROS
                    PERFORM 049-00-AVISA-PEND THRU 049-99-FIM-AVISA
                 END-IF
              END-IF
              GO TO 035-99-FIM-APLICA.
           IF WS-TEM-CONSIG = "S" AND ORIGEM-REQUIS
              AND (MV-TIPO = "S" OR "s")
              PERFORM 053-00-DIVIDE-CONSIG THRU 053-99-FIM-DIVIDE
              IF WS-QTD-CONSIG > ZEROS AND MV-QTD = ZEROS
                 PERFORM 054-00-BAIXA-CONSIG THRU 054-99-FIM-BAIXA
                 PERFORM 041-00-ACUMULA-CONSUMO
                     THRU 041-99-FIM-ACUMULA
                 MOVE "Posicionado" TO DET-SITUACAO
                 ADD 1 TO WS-CONT-OK
                 GO TO 035-99-FIM-APLICA
              END-IF
           END-IF.
           IF MV-QTD > QTD-ESTOQUE
              MOVE "Saldo Insuficiente" TO DET-SITUACAO
              ADD 1 TO WS-CONT-REC
                 GO TO 035-99-FIM-APLICA
              END-IF
           END-IF.
           IF ORIGEM-FORNECEDOR AND MV-CUSTO-UNIT NOT = ZEROS
              PERFORM 034-60-ESTORNA-CUSTO THRU 034-69-FIM-ESTORNA.
           SUBTRACT MV-QTD FROM QTD-ESTOQUE.
           PERFORM 036-00-GRAVA THRU 036-99-FIM-GRAVA.
           IF DET-SITUACAO = "Posicionado"
              IF WS-QTD-CONSIG > ZEROS
                 PERFORM 054-00-BAIXA-CONSIG THRU 054-99-FIM-BAIXA
              END-IF
              IF MV-LOCAL NOT = ZEROS
                 PERFORM 033-50-DEBITA-LOCAL THRU 033-99-FIM-DEBITA
              END-IF
              IF MV-TIPO = "P" OR "p"
                 PERFORM 048-00-ACUMULA-PERDA THRU 048-99-FIM-PERDA
              ELSE
                 IF ORIGEM-FORNECEDOR
                    PERFORM 037-90-REABRE-ORDEM
                        THRU 037-99-FIM-REABRE
                 ELSE
                    PERFORM 041-00-ACUMULA-CONSUMO
                        THRU 041-99-FIM-ACUMULA
                    IF MV-COD-DEPTO NOT = ZEROS
                       MOVE MV-QTD         TO WS-DEP-QTD
                       MOVE CUSTO-UNITARIO TO WS-DEP-CUSTO
                       PERFORM 046-00-ACUMULA-DEPTO
                           THRU 046-99-FIM-DEPTO
                    END-IF
                 END-IF
              END-IF
              IF UNIDADE-PERECIVEL
                 IF ORIGEM-FORNECEDOR AND MV-LOTE NOT = SPACES
                    PERFORM 043-50-CONSOME-LOTE THRU 043-89-FIM-LOTE
                 ELSE
                    PERFORM 043-00-CONSOME-FEFO THRU 043-99-FIM-FEFO
                 END-IF
              END-IF
           END-IF.
       035-99-FIM-APLICA.
       034-99-FIM-CUSTO.
           EXIT.
      *
      *    Devolucao ao fornecedor desfaz a media ponderada: tira do
      *    valor do saldo a quantidade devolvida ao custo da entrada.
      *    Se o saldo zerar ou o valor nao cobrir a devolucao, o
      *    custo medio corrente fica como esta.
       034-60-ESTORNA-CUSTO.
           COMPUTE WS-VALOR-ATUAL = CUSTO-UNITARIO * QTD-ESTOQUE.
           COMPUTE WS-VALOR-LOTE  = MV-CUSTO-UNIT * MV-QTD.
           IF QTD-ESTOQUE NOT > MV-QTD
              OR WS-VALOR-ATUAL NOT > WS-VALOR-LOTE
              GO TO 034-69-FIM-ESTORNA.
           COMPUTE WS-CUSTO-NOVO ROUNDED =
               (WS-VALOR-ATUAL - WS-VALOR-LOTE) /
               (QTD-ESTOQUE - MV-QTD)
               ON SIZE ERROR
                   MOVE CUSTO-UNITARIO TO WS-CUSTO-NOVO
           END-COMPUTE.
           MOVE WS-CUSTO-NOVO TO CUSTO-UNITARIO.
       034-69-FIM-ESTORNA.
           EXIT.
      *
      *    Converte a entrada digitada na unidade de compra para a
      *    unidade de consumo: quantidade vezes o fator, custo
      *    unitario dividido pelo fator.
       036-99-FIM-GRAVA.
           EXIT.
      *
      *    Recebe a entrada nas linhas da ordem de compra: na ordem
      *    informada no lancamento ou, sem ordem, nas linhas abertas
      *    e parciais do produto pela ordem de emissao. A sobra alem
      *    do pedido fica na ultima linha recebida. As ordens tocadas
      *    tem a situacao do cabecalho refeita ao final.
       037-00-BAIXA-ORDEM.
           MOVE MV-QTD TO WS-A-RECEBER.
           MOVE ZEROS TO WS-ORDEM-ACHADA.
           MOVE ZEROS TO WS-ULT-ITEM-OC.
           MOVE ZEROS TO WS-QT-TOCADAS.
           IF MV-NUMERO-REQ NOT = ZEROS
              PERFORM 037-10-NA-ORDEM THRU 037-19-FIM-NA-ORDEM
           END-IF.
           IF WS-ULT-ITEM-OC = ZEROS
              PERFORM 037-30-NO-PRODUTO THRU 037-39-FIM-NO-PRODUTO
           END-IF.
           IF WS-ULT-ITEM-OC = ZEROS
              GO TO 037-99-FIM-BAIXA.
           IF WS-A-RECEBER > ZEROS
              MOVE WS-ULT-ITEM-OC TO OI-CHAVE
              READ ORDITEM-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD WS-A-RECEBER TO OI-QTD-RECEBIDA
                      MOVE "R" TO OI-SITUACAO
                      REWRITE REG-ORDITEM
                          INVALID KEY
                              CONTINUE
                      END-REWRITE
              END-READ
           END-IF.
           PERFORM 037-70-SITUACAO-ORDEM THRU 037-79-FIM-SITUACAO
               VARYING WS-IND-OC FROM 1 BY 1
               UNTIL WS-IND-OC > WS-QT-TOCADAS.
           MOVE WS-ORDEM-ACHADA TO MV-NUMERO-REQ.
           MOVE "C" TO MV-ORIGEM.
       037-99-FIM-BAIXA.
           EXIT.
      *
       037-10-NA-ORDEM.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE MV-NUMERO-REQ TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 037-19-FIM-NA-ORDEM
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 037-20-VARRE-ORDEM THRU 037-29-FIM-VARRE-ORDEM
               UNTIL WS-FIM-ITENS = "S".
       037-19-FIM-NA-ORDEM.
           EXIT.
      *
       037-20-VARRE-ORDEM.
           IF OI-NUMERO NOT = MV-NUMERO-REQ
              MOVE "S" TO WS-FIM-ITENS
              GO TO 037-29-FIM-VARRE-ORDEM.
           IF OI-COD-PRODUTO = MV-COD-PRODUTO
              AND (ITEM-ABERTO OR ITEM-PARCIAL)
              AND WS-A-RECEBER > ZEROS
              PERFORM 037-60-RECEBE-LINHA THRU 037-69-FIM-RECEBE
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       037-29-FIM-VARRE-ORDEM.
           EXIT.
      *
       037-30-NO-PRODUTO.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE MV-COD-PRODUTO TO OI-COD-PRODUTO.
           START ORDITEM-S KEY = OI-COD-PRODUTO
               INVALID KEY
                   GO TO 037-39-FIM-NO-PRODUTO
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 037-40-VARRE-PRODUTO THRU 037-49-FIM-VARRE-PROD
               UNTIL WS-FIM-ITENS = "S".
       037-39-FIM-NO-PRODUTO.
           EXIT.
      *
       037-40-VARRE-PRODUTO.
           IF OI-COD-PRODUTO NOT = MV-COD-PRODUTO
              OR WS-A-RECEBER = ZEROS
              MOVE "S" TO WS-FIM-ITENS
              GO TO 037-49-FIM-VARRE-PROD.
           IF ITEM-ABERTO OR ITEM-PARCIAL
              PERFORM 037-60-RECEBE-LINHA THRU 037-69-FIM-RECEBE
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       037-49-FIM-VARRE-PROD.
           EXIT.
      *
      *    Recebe na linha corrente o menor entre o saldo da linha e
      *    o que resta da entrada.
       037-60-RECEBE-LINHA.
           COMPUTE WS-SALDO-ITEM = OI-QTD-PEDIDA - OI-QTD-RECEBIDA.
           IF WS-A-RECEBER < WS-SALDO-ITEM
              MOVE WS-A-RECEBER TO WS-PARCELA
           ELSE
              MOVE WS-SALDO-ITEM TO WS-PARCELA
           END-IF.
           ADD WS-PARCELA TO OI-QTD-RECEBIDA.
           SUBTRACT WS-PARCELA FROM WS-A-RECEBER.
           MOVE MV-DATA TO OI-DATA-ENTRADA.
           IF OI-QTD-RECEBIDA NOT < OI-QTD-PEDIDA
              MOVE "R" TO OI-SITUACAO
           ELSE
              MOVE "P" TO OI-SITUACAO
           END-IF.
           REWRITE REG-ORDITEM
               INVALID KEY
                   GO TO 037-69-FIM-RECEBE
           END-REWRITE.
           MOVE OI-CHAVE TO WS-ULT-ITEM-OC.
           IF WS-ORDEM-ACHADA = ZEROS
              MOVE OI-NUMERO TO WS-ORDEM-ACHADA.
           IF WS-QT-TOCADAS < 50
              ADD 1 TO WS-QT-TOCADAS
              MOVE OI-NUMERO TO WS-ORDEM-TOCADA (WS-QT-TOCADAS)
           END-IF.
       037-69-FIM-RECEBE.
           EXIT.
      *
      *    Situacao do cabecalho refeita pelas linhas: nenhuma linha
      *    pendente baixa a ordem (ou cancela, se todas canceladas);
      *    alguma linha ja recebida, no todo ou em parte, com outras
      *    pendentes deixa a ordem parcial.
       037-70-SITUACAO-ORDEM.
           MOVE ZEROS TO WS-QT-ABERTOS WS-QT-PARCIAIS
                         WS-QT-RECEBIDOS WS-QT-CANCELADOS.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE WS-ORDEM-TOCADA (WS-IND-OC) TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 037-79-FIM-SITUACAO
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 037-80-CONTA-LINHA THRU 037-89-FIM-CONTA
               UNTIL WS-FIM-ITENS = "S".
           MOVE WS-ORDEM-TOCADA (WS-IND-OC) TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   GO TO 037-79-FIM-SITUACAO
           END-READ.
           IF WS-QT-ABERTOS = ZEROS AND WS-QT-PARCIAIS = ZEROS
              IF WS-QT-RECEBIDOS = ZEROS
                 MOVE "C" TO OC-SITUACAO
              ELSE
                 MOVE "B" TO OC-SITUACAO
              END-IF
           ELSE
              IF WS-QT-PARCIAIS > ZEROS OR WS-QT-RECEBIDOS > ZEROS
                 MOVE "P" TO OC-SITUACAO
              ELSE
                 MOVE "A" TO OC-SITUACAO
              END-IF
           END-IF.
           REWRITE REG-ORDEM
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       037-79-FIM-SITUACAO.
           EXIT.
      *
       037-80-CONTA-LINHA.
           IF OI-NUMERO NOT = WS-ORDEM-TOCADA (WS-IND-OC)
              MOVE "S" TO WS-FIM-ITENS
              GO TO 037-89-FIM-CONTA.
           IF ITEM-ABERTO
              ADD 1 TO WS-QT-ABERTOS.
           IF ITEM-PARCIAL
              ADD 1 TO WS-QT-PARCIAIS.
           IF ITEM-RECEBIDO
              ADD 1 TO WS-QT-RECEBIDOS.
           IF ITEM-CANCELADO
              ADD 1 TO WS-QT-CANCELADOS.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       037-89-FIM-CONTA.
           EXIT.
      *
      *    Devolucao ao fornecedor: a quantidade devolvida sai do
      *    recebido das linhas do produto na ordem informada, que
      *    voltam a aberta ou parcial (a cancelada continua
      *    cancelada), e o cabecalho da ordem e refeito.
       037-90-REABRE-ORDEM.
           MOVE MV-QTD TO WS-A-RECEBER.
           MOVE ZEROS TO WS-QT-TOCADAS.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE MV-NUMERO-REQ TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 037-99-FIM-REABRE
           END-START.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
           PERFORM 037-92-VARRE-DEVOLUCAO THRU 037-93-FIM-VARRE-DEV
               UNTIL WS-FIM-ITENS = "S".
           IF WS-QT-TOCADAS > ZEROS
              MOVE 1 TO WS-IND-OC
              PERFORM 037-70-SITUACAO-ORDEM THRU 037-79-FIM-SITUACAO
           END-IF.
       037-99-FIM-REABRE.
           EXIT.
      *
       037-92-VARRE-DEVOLUCAO.
           IF OI-NUMERO NOT = MV-NUMERO-REQ
              OR WS-A-RECEBER = ZEROS
              MOVE "S" TO WS-FIM-ITENS
              GO TO 037-93-FIM-VARRE-DEV.
           IF OI-COD-PRODUTO = MV-COD-PRODUTO
              AND OI-QTD-RECEBIDA > ZEROS
              PERFORM 037-94-DEVOLVE-LINHA THRU 037-95-FIM-DEVOLVE
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITENS
           END-READ.
       037-93-FIM-VARRE-DEV.
           EXIT.
      *
       037-94-DEVOLVE-LINHA.
           IF WS-A-RECEBER < OI-QTD-RECEBIDA
              MOVE WS-A-RECEBER TO WS-PARCELA
           ELSE
              MOVE OI-QTD-RECEBIDA TO WS-PARCELA
           END-IF.
           SUBTRACT WS-PARCELA FROM OI-QTD-RECEBIDA.
           SUBTRACT WS-PARCELA FROM WS-A-RECEBER.
           IF NOT ITEM-CANCELADO
              IF OI-QTD-RECEBIDA = ZEROS
                 MOVE "A" TO OI-SITUACAO
              ELSE
                 IF OI-QTD-RECEBIDA < OI-QTD-PEDIDA
                    MOVE "P" TO OI-SITUACAO
                 ELSE
                    MOVE "R" TO OI-SITUACAO
                 END-IF
              END-IF
           END-IF.
           REWRITE REG-ORDITEM
               INVALID KEY
                   GO TO 037-95-FIM-DEVOLVE
           END-REWRITE.
           IF WS-QT-TOCADAS = ZEROS
              MOVE 1 TO WS-QT-TOCADAS
              MOVE OI-NUMERO TO WS-ORDEM-TOCADA (1)
           END-IF.
       037-95-FIM-DEVOLVE.
           EXIT.
      *
       038-00-HISTORICO.
           MOVE MV-COD-PRODUTO TO MH-COD-PRODUTO.
           MOVE MV-QTD         TO MH-QTD.
           MOVE MV-DATA        TO MH-DATA.
           MOVE DET-SITUACAO   TO MH-MOTIVO.
           IF WS-QTD-CONSIG > ZEROS
              MOVE WS-QTD-CONSIG TO MH-QTD-CONSIG
           END-IF.
           MOVE MV-LOCAL       TO MH-LOCAL.
           MOVE MV-LOCAL-DEST  TO MH-LOCAL-DEST.
           MOVE MV-COD-DEPTO   TO MH-COD-DEPTO.
           ELSE
              IF MOVHIST-POSICIONADO
                 AND (MV-TIPO = "S" OR "s" OR "P" OR "p")
                 IF ORIGEM-FORNECEDOR AND MV-CUSTO-UNIT NOT = ZEROS
                    MOVE MV-CUSTO-UNIT TO MH-CUSTO-UNIT
                 ELSE
                    MOVE CUSTO-UNITARIO TO MH-CUSTO-UNIT
                 END-IF
              END-IF
           END-IF.
           WRITE REG-MOVHIST.
           DISPLAY "Corrija o problema e rode o MOVPOST de novo.".
           CLOSE ALMOX-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE SALDOLOC-S.
           CLOSE CONSUMO-S.
           CLOSE CONSDEP-S.
           IF WS-TEM-PERFECH = "S"
              CLOSE PERFECH-S
           END-IF.
           IF WS-TEM-NF = "S"
              CLOSE NFCAB-S
              CLOSE NFITEM-S
              CLOSE CPAGAR-S
           END-IF.
           IF WS-TEM-CONSIG = "S"
              CLOSE CONSIG-S
              CLOSE CONSMES-S
           END-IF.
           CLOSE MOVHIST-S.
           CLOSE CUSTHIST-S.
           CLOSE RELATORIO-S.
           IF WS-MOVTO-ABERTO = "S"
              CLOSE MOVTO-S
       039-59-FIM-ABORTA.
           EXIT.
      *
      *    Devolucao do departamento: o mes do estorno e o da saida
      *    original (MV-VALIDADE), salvo se ja fechado em PERFECH,
      *    quando o estorno cai no mes da propria devolucao. Nenhum
      *    acumulado fica negativo. A devolucao so traz a parte
      *    propria da saida: o REQATE nao deixa voltar o que saiu do
      *    consignado, ja faturado pelo fornecedor.
       040-00-ESTORNA-CONSUMO.
           MOVE MV-DATA (1:6) TO WS-ANOMES-ESTORNO.
           IF MV-VALIDADE NOT = ZEROS
              MOVE MV-VALIDADE (1:6) TO WS-ANOMES-ESTORNO
              IF WS-TEM-PERFECH = "S"
                 MOVE WS-ANOMES-ESTORNO TO PF-ANOMES
                 READ PERFECH-S
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PERIODO-FECHADO
                            MOVE MV-DATA (1:6) TO WS-ANOMES-ESTORNO
                         END-IF
                 END-READ
              END-IF
           END-IF.
           MOVE MV-COD-PRODUTO TO CS-COD-PRODUTO.
           MOVE WS-ANOMES-ESTORNO TO CS-ANOMES.
           READ CONSUMO-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CS-QTD-SAIDA > MV-QTD
                      SUBTRACT MV-QTD FROM CS-QTD-SAIDA
                   ELSE
                      MOVE ZEROS TO CS-QTD-SAIDA
                   END-IF
                   REWRITE REG-CONSUMO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF MV-COD-DEPTO = ZEROS
              GO TO 040-99-FIM-ESTORNA.
           MOVE MV-COD-DEPTO TO CD-COD-DEPTO.
           MOVE WS-ANOMES-ESTORNO TO CD-ANOMES.
           MOVE CATEGORIA TO CD-CATEGORIA.
           COMPUTE WS-VALOR-ESTORNO = MV-QTD * MV-CUSTO-UNIT.
           READ CONSDEP-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CD-QTD > MV-QTD
                      SUBTRACT MV-QTD FROM CD-QTD
                   ELSE
                      MOVE ZEROS TO CD-QTD
                   END-IF
                   IF CD-VALOR > WS-VALOR-ESTORNO
                      SUBTRACT WS-VALOR-ESTORNO FROM CD-VALOR
                   ELSE
                      MOVE ZEROS TO CD-VALOR
                   END-IF
                   REWRITE REG-CONSDEP
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       040-99-FIM-ESTORNA.
           EXIT.
      *
      *    O consumo conta a saida inteira, propria e consignada.
       041-00-ACUMULA-CONSUMO.
           COMPUTE WS-QTD-CONSUMO = MV-QTD + WS-QTD-CONSIG.
           MOVE MV-COD-PRODUTO TO CS-COD-PRODUTO.
           MOVE MV-ANO TO CS-ANO.
           MOVE MV-MES TO CS-MES.
                   MOVE MV-COD-PRODUTO TO CS-COD-PRODUTO
                   MOVE MV-ANO TO CS-ANO
                   MOVE MV-MES TO CS-MES
                   MOVE WS-QTD-CONSUMO TO CS-QTD-SAIDA
                   WRITE REG-CONSUMO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QTD-CONSUMO TO CS-QTD-SAIDA
                   REWRITE REG-CONSUMO
                       INVALID KEY
                           CONTINUE
           EXIT.
      *
      *    Acumula a saida por departamento, mes e categoria,
      *    valorizada ao custo medio corrente (ou ao preco acordado,
      *    na parte tirada do consignado), para o rateio DEPCONS.
       046-00-ACUMULA-DEPTO.
           MOVE MV-COD-DEPTO TO CD-COD-DEPTO.
           MOVE MV-ANO TO CD-ANO.
                   MOVE MV-ANO TO CD-ANO
                   MOVE MV-MES TO CD-MES
                   MOVE CATEGORIA TO CD-CATEGORIA
                   MOVE WS-DEP-QTD TO CD-QTD
                   COMPUTE CD-VALOR = WS-DEP-QTD * WS-DEP-CUSTO
                   WRITE REG-CONSDEP
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DEP-QTD TO CD-QTD
                   COMPUTE CD-VALOR = CD-VALOR
                       + (WS-DEP-QTD * WS-DEP-CUSTO)
                   REWRITE REG-CONSDEP
                       INVALID KEY
                           CONTINUE
           MOVE WS-CONSUMO-LOTE TO LN-QTD.
           MOVE MV-NUMERO-REQ   TO LN-NUMERO-REQ.
           MOVE MV-COD-DEPTO    TO LN-COD-DEPTO.
           IF ORIGEM-FORNECEDOR
              MOVE "F"          TO LN-TIPO
           ELSE
              MOVE "C"          TO LN-TIPO
           END-IF.
           WRITE REG-LOTCONS.
           ADD 1 TO WS-QTD-LOTES-USO.
           IF WS-QTD-LOTES-USO = 1
           END-READ.
       042-99-FIM-CRIA.
           EXIT.
      *
      *    Devolucao do departamento volta ao saldo do lote de onde
      *    saiu e fica registrada em LOTCONS com tipo D.
       042-50-DEVOLVE-LOTE.
           MOVE MV-COD-PRODUTO TO LT-COD-PRODUTO.
           MOVE MV-LOTE        TO LT-NUMERO.
           READ LOTES-S
               INVALID KEY
                   MOVE MV-COD-PRODUTO TO LT-COD-PRODUTO
                   MOVE MV-LOTE        TO LT-NUMERO
                   MOVE MV-QTD TO LT-QTD-RECEBIDA
                   MOVE MV-QTD TO LT-QTD-RESTANTE
                   MOVE ZEROS  TO LT-VALIDADE
                   WRITE REG-LOTE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD MV-QTD TO LT-QTD-RESTANTE
                   REWRITE REG-LOTE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE MV-COD-PRODUTO  TO LN-COD-PRODUTO.
           MOVE MV-LOTE         TO LN-LOTE.
           MOVE MV-DATA         TO LN-DATA.
           MOVE MV-QTD          TO LN-QTD.
           MOVE MV-NUMERO-REQ   TO LN-NUMERO-REQ.
           MOVE MV-COD-DEPTO    TO LN-COD-DEPTO.
           MOVE "D"             TO LN-TIPO.
           WRITE REG-LOTCONS.
       042-89-FIM-DEVOLVE.
           EXIT.
      *
       043-00-CONSOME-FEFO.
           MOVE MV-QTD TO WS-FALTA.
               UNTIL WS-FALTA = ZEROS OR WS-SEM-LOTE = "S".
       043-99-FIM-FEFO.
           EXIT.
      *
      *    Devolucao ao fornecedor sai do lote da entrada devolvida;
      *    o que o lote nao cobrir segue a regra da validade.
       043-50-CONSOME-LOTE.
           MOVE MV-QTD TO WS-FALTA.
           MOVE "N" TO WS-SEM-LOTE.
           MOVE MV-COD-PRODUTO TO LT-COD-PRODUTO.
           MOVE MV-LOTE        TO LT-NUMERO.
           READ LOTES-S
               INVALID KEY
                   MOVE ZEROS TO LT-QTD-RESTANTE
           END-READ.
           IF LT-QTD-RESTANTE > ZEROS
              IF LT-QTD-RESTANTE NOT < WS-FALTA
                 MOVE WS-FALTA TO WS-CONSUMO-LOTE
              ELSE
                 MOVE LT-QTD-RESTANTE TO WS-CONSUMO-LOTE
              END-IF
              SUBTRACT WS-CONSUMO-LOTE FROM LT-QTD-RESTANTE
              SUBTRACT WS-CONSUMO-LOTE FROM WS-FALTA
              REWRITE REG-LOTE
                  INVALID KEY
                      MOVE "S" TO WS-SEM-LOTE
              END-REWRITE
              IF WS-SEM-LOTE = "N"
                 MOVE MV-LOTE TO WS-MELHOR-LOTE
                 PERFORM 046-50-GRAVA-LOTCONS THRU 046-89-FIM-LOTCONS
              END-IF
           END-IF.
           PERFORM 044-00-CONSOME-UM THRU 044-99-FIM-CONSOME
               UNTIL WS-FALTA = ZEROS OR WS-SEM-LOTE = "S".
       043-89-FIM-LOTE.
           EXIT.
      *
       044-00-CONSOME-UM.
      *    Localiza o lote com validade mais proxima que ainda tem
           END-READ.
       045-99-FIM-VARRE.
           EXIT.
      *
      *    Entrada vinda de nota fiscal: o item da nota fica lancado
      *    ou recusado (com o motivo da baixa). So item pendente e
      *    tratado, para o reinicio nao contar duas vezes. Com todos
      *    os itens tratados a nota sem recusa vai para o contas a
      *    pagar (CPAGAR.DAT); com recusa fica divergente, para o
      *    reenvio dos itens pelo NFCAD.
       050-00-NOTA-FISCAL.
           MOVE MV-NF-REGISTRO TO NI-REGISTRO.
           MOVE MV-NF-ITEM     TO NI-ITEM.
           READ NFITEM-S
               INVALID KEY
                   GO TO 050-99-FIM-NOTA
           END-READ.
           IF NOT ITEM-NF-PENDENTE
              GO TO 050-99-FIM-NOTA.
           MOVE MV-NF-REGISTRO TO NF-REGISTRO.
           READ NFCAB-S
               INVALID KEY
                   GO TO 050-99-FIM-NOTA
           END-READ.
           IF DET-SITUACAO = "Posicionado"
              MOVE "L" TO NI-SITUACAO
              ADD 1 TO NF-ITENS-LANC
           ELSE
              MOVE "R" TO NI-SITUACAO
              MOVE DET-SITUACAO TO NI-MOTIVO
              ADD 1 TO NF-ITENS-RECUS
           END-IF.
           REWRITE REG-NFITEM.
           IF NF-ITENS-LANC + NF-ITENS-RECUS < NF-QTD-ITENS
              OR NOT NOTA-FECHADA
              REWRITE REG-NFCAB
              GO TO 050-99-FIM-NOTA.
           MOVE NF-NUMERO   TO NT-NUMERO.
           MOVE NF-REGISTRO TO NT-REGISTRO.
           IF NF-ITENS-RECUS = ZEROS
              MOVE "L" TO NF-SITUACAO
              MOVE WS-DATA-HOJE TO NF-DATA-LANC
              PERFORM 050-50-CONTAS-PAGAR THRU 050-59-FIM-PAGAR
              MOVE "LANCADA P/ CONTAS A PAGAR" TO NT-TEXTO
              ADD 1 TO WS-CONT-NF-LANC
           ELSE
              MOVE "D" TO NF-SITUACAO
              MOVE "COM ITEM RECUSADO - REENVIAR PELO NFCAD"
                  TO NT-TEXTO
              ADD 1 TO WS-CONT-NF-DIV
           END-IF.
           REWRITE REG-NFCAB.
           MOVE WS-LINHA-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       050-99-FIM-NOTA.
           EXIT.
      *
       050-50-CONTAS-PAGAR.
           MOVE SPACES          TO REG-CPAGAR.
           MOVE WS-DATA-HOJE    TO CP-DATA-LANC.
           MOVE NF-REGISTRO     TO CP-REGISTRO.
           MOVE NF-COD-FORNEC   TO CP-COD-FORNEC.
           MOVE NF-NUMERO       TO CP-NUMERO-NF.
           MOVE NF-SERIE        TO CP-SERIE.
           MOVE NF-DATA-EMISSAO TO CP-DATA-EMISSAO.
           MOVE NF-DATA-VENCTO  TO CP-DATA-VENCTO.
           MOVE NF-VALOR-TOTAL  TO CP-VALOR-TOTAL.
           MOVE NF-VALOR-FRETE  TO CP-VALOR-FRETE.
           MOVE NF-NUM-ORDEM    TO CP-NUM-ORDEM.
           WRITE REG-CPAGAR.
       050-59-FIM-PAGAR.
           EXIT.
      *
      *    Mudanca do custo medio pela baixa: entrada (da ordem, da
      *    nota ou avulsa), devolucao de departamento ou devolucao
      *    ao fornecedor, com a referencia do movimento.
       051-00-HIST-CUSTO.
           MOVE SPACES          TO REG-CUSTHIST.
           MOVE COD-PRODUTO     TO CH-COD-PRODUTO.
           MOVE WS-DATA-HOJE    TO CH-DATA.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA (1:6) TO CH-HORA.
           MOVE WS-CUSTO-ANT    TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO  TO CH-CUSTO-NOVO.
           IF ORIGEM-FORNECEDOR
              MOVE "F" TO CH-CAUSA
           ELSE
              IF ORIGEM-DEVOLUCAO
                 MOVE "D" TO CH-CAUSA
              ELSE
                 MOVE "E" TO CH-CAUSA
              END-IF
           END-IF.
           MOVE "MOVPOST"       TO CH-PROGRAMA.
           MOVE ZEROS           TO CH-OPERADOR.
           MOVE MV-NUMERO-REQ   TO CH-REFERENCIA.
           MOVE MV-NF-REGISTRO  TO CH-NF-REGISTRO.
           MOVE MV-QTD          TO CH-QTD.
           WRITE REG-CUSTHIST.
       051-99-FIM-HIST.
           EXIT.
      *
      *    Saida de requisicao de produto com estoque consignado:
      *    soma o saldo dos acordos de regra C (consignado primeiro)
      *    e de regra P (proprio primeiro) e divide a quantidade -
      *    primeiro o consignado C, depois o saldo proprio, por
      *    ultimo o consignado P. Durante a baixa MV-QTD fica so com a
      *    parte propria (a que baixa ALMOX.DAT, o local e os lotes);
      *    a parte consignada so e baixada depois da saida aceita e
      *    volta a MV-QTD antes do historico.
       053-00-DIVIDE-CONSIG.
           MOVE ZEROS TO WS-CONSIG-ANTES.
           MOVE ZEROS TO WS-CONSIG-DEPOIS.
           MOVE ZEROS TO WS-TIRA-ANTES.
           MOVE ZEROS TO WS-TIRA-DEPOIS.
           MOVE MV-COD-PRODUTO TO CG-COD-PRODUTO.
           START CONSIG-S KEY = CG-COD-PRODUTO
               INVALID KEY
                   GO TO 053-99-FIM-DIVIDE
           END-START.
       053-10-SOMA.
           READ CONSIG-S NEXT RECORD
               AT END
                   GO TO 053-50-CALCULA
           END-READ.
           IF CG-COD-PRODUTO NOT = MV-COD-PRODUTO
              GO TO 053-50-CALCULA.
           IF REGRA-CONSIG-PRIMEIRO
              ADD CG-SALDO TO WS-CONSIG-ANTES
           ELSE
              ADD CG-SALDO TO WS-CONSIG-DEPOIS
           END-IF.
           GO TO 053-10-SOMA.
       053-50-CALCULA.
           IF MV-QTD > QTD-ESTOQUE + WS-CONSIG-ANTES + WS-CONSIG-DEPOIS
              GO TO 053-99-FIM-DIVIDE.
           IF MV-QTD < WS-CONSIG-ANTES
              MOVE MV-QTD TO WS-TIRA-ANTES
           ELSE
              MOVE WS-CONSIG-ANTES TO WS-TIRA-ANTES
           END-IF.
           COMPUTE WS-RESTO = MV-QTD - WS-TIRA-ANTES.
           IF WS-RESTO > QTD-ESTOQUE
              COMPUTE WS-TIRA-DEPOIS = WS-RESTO - QTD-ESTOQUE
           END-IF.
           COMPUTE WS-QTD-CONSIG = WS-TIRA-ANTES + WS-TIRA-DEPOIS.
           SUBTRACT WS-QTD-CONSIG FROM MV-QTD.
       053-99-FIM-DIVIDE.
           EXIT.
      *
      *    Baixa a parte consignada nos acordos do produto, na ordem
      *    em que foram cadastrados, acumula o consumo do mes por
      *    fornecedor em CONSMES.DAT ao preco acordado e leva o valor
      *    ao rateio do departamento.
       054-00-BAIXA-CONSIG.
           MOVE MV-COD-PRODUTO TO CG-COD-PRODUTO.
           START CONSIG-S KEY = CG-COD-PRODUTO
               INVALID KEY
                   GO TO 054-99-FIM-BAIXA
           END-START.
       054-10-ACORDO.
           IF WS-TIRA-ANTES = ZEROS AND WS-TIRA-DEPOIS = ZEROS
              GO TO 054-99-FIM-BAIXA.
           READ CONSIG-S NEXT RECORD
               AT END
                   GO TO 054-99-FIM-BAIXA
           END-READ.
           IF CG-COD-PRODUTO NOT = MV-COD-PRODUTO
              GO TO 054-99-FIM-BAIXA.
           MOVE ZEROS TO WS-TIRADO.
           IF REGRA-CONSIG-PRIMEIRO
              IF CG-SALDO < WS-TIRA-ANTES
                 MOVE CG-SALDO TO WS-TIRADO
              ELSE
                 MOVE WS-TIRA-ANTES TO WS-TIRADO
              END-IF
              SUBTRACT WS-TIRADO FROM WS-TIRA-ANTES
           ELSE
              IF CG-SALDO < WS-TIRA-DEPOIS
                 MOVE CG-SALDO TO WS-TIRADO
              ELSE
                 MOVE WS-TIRA-DEPOIS TO WS-TIRADO
              END-IF
              SUBTRACT WS-TIRADO FROM WS-TIRA-DEPOIS
           END-IF.
           IF WS-TIRADO = ZEROS
              GO TO 054-10-ACORDO.
           SUBTRACT WS-TIRADO FROM CG-SALDO.
           REWRITE REG-CONSIG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM 055-00-MES-CONSIG THRU 055-99-FIM-MES.
           IF MV-COD-DEPTO NOT = ZEROS
              MOVE WS-TIRADO TO WS-DEP-QTD
              MOVE CG-PRECO  TO WS-DEP-CUSTO
              PERFORM 046-00-ACUMULA-DEPTO THRU 046-99-FIM-DEPTO
           END-IF.
           GO TO 054-10-ACORDO.
       054-99-FIM-BAIXA.
           EXIT.
      *
       055-00-MES-CONSIG.
           MOVE CG-COD-FORNEC  TO CM-COD-FORNEC.
           MOVE CG-COD-PRODUTO TO CM-COD-PRODUTO.
           MOVE MV-ANO TO CM-ANO.
           MOVE MV-MES TO CM-MES.
           READ CONSMES-S
               INVALID KEY
                   MOVE CG-COD-FORNEC  TO CM-COD-FORNEC
                   MOVE CG-COD-PRODUTO TO CM-COD-PRODUTO
                   MOVE MV-ANO TO CM-ANO
                   MOVE MV-MES TO CM-MES
                   COMPUTE CM-SALDO-INI = CG-SALDO + WS-TIRADO
                   MOVE ZEROS TO CM-QTD-RECEB
                   MOVE ZEROS TO CM-QTD-DEVOL
                   MOVE ZEROS TO CM-QTD-AJUSTE
                   MOVE WS-TIRADO TO CM-QTD-CONSUMO
                   COMPUTE CM-VALOR-CONSUMO = WS-TIRADO * CG-PRECO
                   MOVE CG-SALDO TO CM-SALDO-FIM
                   WRITE REG-CONSMES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-TIRADO TO CM-QTD-CONSUMO
                   COMPUTE CM-VALOR-CONSUMO = CM-VALOR-CONSUMO
                       + (WS-TIRADO * CG-PRECO)
                   MOVE CG-SALDO TO CM-SALDO-FIM
                   REWRITE REG-CONSMES
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       055-99-FIM-MES.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-CONT-OK  TO TOT-OK.
           MOVE WS-CONT-REC TO TOT-REC.
           MOVE WS-LINHA-TOTAL-REC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-TEM-NF = "S"
              MOVE WS-CONT-NF-LANC TO TOT-NF-LANC
              MOVE WS-LINHA-TOTAL-NF TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE WS-CONT-NF-DIV TO TOT-NF-DIV
              MOVE WS-LINHA-TOTAL-NFD TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE SALDOLOC-S.
           CLOSE CONSUMO-S.
           CLOSE CONSDEP-S.
           IF WS-TEM-PERFECH = "S"
              CLOSE PERFECH-S
           END-IF.
           IF WS-TEM-NF = "S"
              CLOSE NFCAB-S
              CLOSE NFITEM-S
              CLOSE CPAGAR-S
           END-IF.
           IF WS-TEM-CONSIG = "S"
              CLOSE CONSIG-S
              CLOSE CONSMES-S
           END-IF.
           CLOSE MOVHIST-S.
           CLOSE CUSTHIST-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
