       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLMAP.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * MAPA MENSAL DE PRODUTOS CONTROLADOS
      * Imprime em CTLMAP.LST, para o mes pedido, o mapa exigido pela
      * fiscalizacao de cada produto controlado (TIPO-PRODUTO C em
      * ALMOX.DAT, com o codigo oficial de CTLPROD.DAT, ambos do
      * CTLCAD): saldo inicial, cada entrada com o fornecedor e a
      * nota fiscal, cada saida com o departamento recebedor e a
      * requisicao, cada perda, os lotes consumidos e devolvidos
      * (LOTCONS.DAT) e o saldo final. Os movimentos sao os
      * posicionados no historico MOVHIST.DAT; a nota da entrada e a
      * do NFCAD (NFCAB.DAT/NFITEM.DAT) registrada no mes e lancada
      * pelo MOVPOST, do mesmo produto e lote.
      * Toda saida e conferida contra a lista de departamentos
      * autorizados de CTLDEP.DAT; saida para departamento fora da
      * lista, ou sem departamento, sai marcada e e contada no fim.
      * O saldo inicial e deduzido do saldo atual de ALMOX.DAT menos
      * os movimentos posicionados do mes em diante, como no KARDEX;
      * o saldo final apurado (inicial + entradas - saidas - perdas)
      * e conferido contra o saldo em livro, o saldo gravado pelo
      * MOVPOST apos o ultimo movimento do produto ate o fim do mes.
      * So roda com o mes fechado em PERFECH.DAT (FECHMES), para o
      * mapa nao mudar depois de entregue; a copia final e arquivada
      * pelo RELARQ.
      * Da saida com parte consignada (MH-QTD-CONSIG, anotada pelo
      * MOVPOST) o mapa leva so a parte propria, a que passou pelo
      * saldo do almoxarifado; o consignado e do fornecedor.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT CTLPROD-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-COD-PRODUTO
               FILE STATUS IS WS-FS-CTLPROD.
           SELECT CTLDEP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-FS-CTLDEP.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
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
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT LOTCONS-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-LOTCONS.
           SELECT PERFECH-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
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
               88  PRODUTO-RETORNAVEL   VALUE "R".
               88  PRODUTO-CONTROLADO   VALUE "C".
       FD CTLPROD-S
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CTLPROD
           VALUE OF FILE-ID "CTLPROD.DAT".
       01  REG-CTLPROD.
           02  PC-COD-PRODUTO PIC 9(04).
           02  PC-COD-OFICIAL PIC X(15).
           02  PC-DATA        PIC 9(08).
           02  PC-OPERADOR    PIC 9(04).
       FD CTLDEP-S
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CTLDEP
           VALUE OF FILE-ID "CTLDEP.DAT".
       01  REG-CTLDEP.
           02  CD-CHAVE.
               03  CD-COD-PRODUTO PIC 9(04).
               03  CD-COD-DEPTO   PIC 9(04).
           02  CD-DATA        PIC 9(08).
           02  CD-OPERADOR    PIC 9(04).
       FD DEPTOS-S
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEPTO
           VALUE OF FILE-ID "DEPTOS.DAT".
       01  REG-DEPTO.
           02  DP-COD-DEPTO   PIC 9(04).
           02  DP-NOME        PIC X(15).
           02  DP-QUOTA-QTD   PIC 9(06).
           02  DP-QUOTA-VALOR PIC 9(08)V99.
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
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
           02  NF-DATA-ENTRADA.
               03  NF-ENT-ANOMES  PIC 9(06).
               03  NF-ENT-DIA     PIC 9(02).
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
               03  MH-ANOMES  PIC 9(06).
               03  MH-DIA     PIC 9(02).
           02  MH-SITUACAO    PIC X(01).
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-CUSTO-UNIT  PIC 9(05)V99.
           02  MH-COD-DEPTO   PIC 9(04).
           02  MH-NUMERO-REQ  PIC 9(06).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
               88  MH-ORIGEM-AJUSTE    VALUE "A".
               88  MH-ORIGEM-DEVOLUCAO VALUE "D".
               88  MH-ORIGEM-FORNEC    VALUE "F".
       FD LOTCONS-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTCONS
           VALUE OF FILE-ID "LOTCONS.DAT".
       01  REG-LOTCONS.
           02  LN-COD-PRODUTO PIC 9(04).
           02  LN-LOTE        PIC X(10).
           02  LN-DATA.
               03  LN-ANOMES  PIC 9(06).
               03  LN-DIA     PIC 9(02).
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
           DATA RECORD IS REG-PERFECH
           VALUE OF FILE-ID "PERFECH.DAT".
       01  REG-PERFECH.
           02  PF-ANOMES      PIC 9(06).
           02  PF-SITUACAO    PIC X(01).
               88  PERIODO-FECHADO     VALUE "F".
               88  PERIODO-REABERTO    VALUE "R".
           02  PF-DATA-OPER   PIC 9(08).
           02  PF-OPERADOR    PIC 9(04).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CTLMAP.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-CTLPROD  PIC X(02) VALUE SPACES.
           02  WS-FS-CTLDEP   PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-NFCAB    PIC X(02) VALUE SPACES.
           02  WS-FS-NFITEM   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-LOTCONS  PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CTLMAP  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ALMOX   PIC X(01) VALUE "N".
               88  FIM-ALMOX           VALUE "S".
           02  WS-FIM-NFCAB   PIC X(01) VALUE "N".
               88  FIM-NFCAB           VALUE "S".
           02  WS-FIM-HIST    PIC X(01) VALUE "N".
               88  FIM-HIST            VALUE "S".
           02  WS-FIM-LOTCONS PIC X(01) VALUE "N".
               88  FIM-LOTCONS         VALUE "S".
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-ANOMES      PIC 9(06) VALUE ZEROS.
           02  WS-ANOMES-R REDEFINES WS-ANOMES.
               03  WS-MAP-ANO PIC 9(04).
               03  WS-MAP-MES PIC 9(02).
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IP          PIC 9(04) COMP VALUE ZEROS.
           02  WS-IN          PIC 9(04) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(04) COMP VALUE ZEROS.
           02  WS-ITEM-NF     PIC 9(03) VALUE ZEROS.
           02  WS-QTD-PROD    PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-NOTAS   PIC 9(04) COMP VALUE ZEROS.
           02  WS-EFEITO      PIC S9(05) VALUE ZEROS.
           02  WS-QTD-PROPRIA PIC 9(04) VALUE ZEROS.
           02  WS-AUTORIZADO  PIC X(01) VALUE "N".
           02  WS-CONT-MOVS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LOTES  PIC 9(05) VALUE ZEROS.
           02  WS-SALDO-INI   PIC S9(07) VALUE ZEROS.
           02  WS-SALDO-FIM   PIC S9(07) VALUE ZEROS.
           02  WS-SALDO-LIVRO PIC S9(07) VALUE ZEROS.
           02  WS-DIFERENCA   PIC S9(07) VALUE ZEROS.
           02  WS-TOT-PRODUTOS PIC 9(05) VALUE ZEROS.
           02  WS-TOT-DIVERG  PIC 9(05) VALUE ZEROS.
           02  WS-TOT-NAO-AUT PIC 9(05) VALUE ZEROS.
           02  WS-TOT-SEM-NOTA PIC 9(05) VALUE ZEROS.
           02  WS-NOTAS-PERDIDAS PIC 9(05) VALUE ZEROS.
      *    Posicao de cada produto controlado na tabela (indice =
      *    codigo do produto; zero = nao controlado).
       01  WS-TABELA-POSICAO.
           02  WS-POS-PROD OCCURS 9999 TIMES PIC 9(03).
      *    Produtos controlados e os totais do mes de cada um.
       01  WS-TABELA-CONTROLADOS.
           02  WS-CONTROLADO OCCURS 500 TIMES.
               03  TC-COD         PIC 9(04).
               03  TC-NOME        PIC X(30).
               03  TC-UNIDADE     PIC X(02).
               03  TC-OFICIAL     PIC X(15).
               03  TC-ESTOQUE     PIC 9(04).
               03  TC-LIQ-DESDE   PIC S9(07).
               03  TC-ENTRADAS    PIC 9(07).
               03  TC-SAIDAS      PIC 9(07).
               03  TC-PERDAS      PIC 9(07).
               03  TC-SALDO-LIVRO PIC 9(04).
               03  TC-TEM-LIVRO   PIC X(01).
      *    Itens de nota fiscal do mes lancados para os controlados,
      *    na ordem do registro da nota, para achar a nota de cada
      *    entrada do historico.
       01  WS-TABELA-NOTAS.
           02  WS-NOTA OCCURS 500 TIMES.
               03  TN-COD-PRODUTO PIC 9(04).
               03  TN-LOTE        PIC X(10).
               03  TN-FORNEC      PIC 9(04).
               03  TN-NUMERO      PIC 9(09).
               03  TN-SERIE       PIC X(03).
               03  TN-USADA       PIC X(01).
       01  WS-CAB-01.
           02  FILLER         PIC X(43) VALUE
               "MAPA MENSAL DE PRODUTOS CONTROLADOS - MES: ".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-PRODUTO.
           02  FILLER         PIC X(09) VALUE "PRODUTO: ".
           02  CP-COD         PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CP-NOME        PIC X(30).
           02  FILLER         PIC X(11) VALUE "  UNIDADE: ".
           02  CP-UNIDADE     PIC X(02).
       01  WS-CAB-OFICIAL.
           02  FILLER         PIC X(20) VALUE
               "    CODIGO OFICIAL: ".
           02  CO-OFICIAL     PIC X(15).
       01  WS-CAB-MOV.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "TIPO".
           02  FILLER         PIC X(11) VALUE "DATA".
           02  FILLER         PIC X(07) VALUE "  QTD".
           02  FILLER         PIC X(30) VALUE
               "FORNECEDOR E NOTA / RECEBEDOR".
       01  WS-DETALHE.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-TIPO       PIC X(08).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DATA.
               03  DET-DIA    PIC 9(02).
               03  FILLER     PIC X(01) VALUE "/".
               03  DET-MES    PIC 9(02).
               03  FILLER     PIC X(01) VALUE "/".
               03  DET-ANO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-TEXTO      PIC X(51).
       01  WS-TX-NOTA.
           02  FILLER         PIC X(05) VALUE "FORN ".
           02  TX-FORNEC      PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  TX-NOME-FORN   PIC X(13).
           02  FILLER         PIC X(04) VALUE " NF ".
           02  TX-NUMERO      PIC 9(09).
           02  FILLER         PIC X(01) VALUE "/".
           02  TX-SERIE       PIC X(03).
           02  FILLER         PIC X(11) VALUE SPACES.
       01  WS-TX-DEPTO.
           02  FILLER         PIC X(06) VALUE "DEPTO ".
           02  TX-DEPTO       PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  TX-NOME-DEPTO  PIC X(14).
           02  FILLER         PIC X(05) VALUE " REQ ".
           02  TX-REQ         PIC 9(06).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  TX-AUTORIZ     PIC X(14).
       01  WS-TX-DEVOL.
           02  FILLER         PIC X(19) VALUE "DEVOLUCAO DO DEPTO ".
           02  TX-DV-DEPTO    PIC 9(04).
           02  FILLER         PIC X(05) VALUE " REQ ".
           02  TX-DV-REQ      PIC 9(06).
           02  FILLER         PIC X(17) VALUE SPACES.
       01  WS-TX-ORDEM.
           02  FILLER         PIC X(32) VALUE
               "DEVOLUCAO AO FORNECEDOR - ORDEM ".
           02  TX-ORDEM       PIC 9(06).
           02  FILLER         PIC X(13) VALUE SPACES.
       01  WS-TX-PERDA.
           02  FILLER         PIC X(24) VALUE
               "PERDA REGISTRADA - LOTE ".
           02  TX-LOTE        PIC X(10).
           02  FILLER         PIC X(17) VALUE SPACES.
       01  WS-CAB-LOTES.
           02  FILLER         PIC X(40) VALUE
               "  LOTES MOVIMENTADOS NO MES (LOTCONS):".
       01  WS-LINHA-LOTE.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "LOTE ".
           02  DL-LOTE        PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DL-DATA.
               03  DL-DIA     PIC 9(02).
               03  FILLER     PIC X(01) VALUE "/".
               03  DL-MES     PIC 9(02).
               03  FILLER     PIC X(01) VALUE "/".
               03  DL-ANO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DL-QTD         PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DL-TIPO        PIC X(10).
           02  FILLER         PIC X(05) VALUE " REQ ".
           02  DL-REQ         PIC 9(06).
           02  FILLER         PIC X(07) VALUE " DEPTO ".
           02  DL-DEPTO       PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DL-AVISO       PIC X(10).
       01  WS-LINHA-SALDO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  LS-ROTULO      PIC X(32).
           02  LS-QTD         PIC -Z.ZZZ.ZZ9.
       01  WS-LINHA-CONFERE.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(32) VALUE
               "SALDO EM LIVRO (MOVPOST).......:".
           02  LC-LIVRO       PIC -Z.ZZZ.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  LC-SITUACAO    PIC X(10).
           02  FILLER         PIC X(11) VALUE " DIFERENCA:".
           02  LC-DIFERENCA   PIC -Z.ZZZ.ZZ9.
       01  WS-LINHA-TOTAL.
           02  LT-ROTULO      PIC X(36).
           02  LT-QTD         PIC ZZ.ZZ9.
       01  WS-LINHA-SEM-MOV   PIC X(80) VALUE
           "  NENHUM MOVIMENTO POSICIONADO NO MES".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 025-00-CARREGA-PRODUTO THRU 025-99-FIM-CARREGA
               UNTIL FIM-ALMOX.
           IF WS-QTD-PROD = ZEROS
              DISPLAY "Nenhum produto controlado cadastrado (CTLCAD)"
                  " - mapa nao emitido"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           PERFORM 030-00-CARREGA-NOTAS THRU 030-99-FIM-NOTAS.
           PERFORM 040-00-APURA THRU 040-99-FIM-APURA
               UNTIL FIM-HIST.
           CLOSE MOVHIST-S.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-MAP-MES TO CAB-MES.
           MOVE WS-MAP-ANO TO CAB-ANO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND.
           PERFORM 050-00-PRODUTO THRU 050-99-FIM-PRODUTO
               UNTIL WS-IND > WS-QTD-PROD.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           CLOSE RELATORIO-S.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Mes do mapa AAAAMM (0 = mes anterior): ".
           ACCEPT WS-ANOMES.
           IF WS-ANOMES = ZEROS
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES
              IF WS-MAP-MES = 1
                 SUBTRACT 1 FROM WS-MAP-ANO
                 MOVE 12 TO WS-MAP-MES
              ELSE
                 SUBTRACT 1 FROM WS-MAP-MES
              END-IF
           END-IF.
           IF WS-MAP-MES < 1 OR WS-MAP-MES > 12
              DISPLAY "Mes invalido - programa encerrado"
              STOP RUN
           END-IF.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
      *    O mapa so sai de mes fechado pelo FECHMES: com o mes
      *    aberto ainda pode entrar movimento dentro dele.
       020-00-ABRIR.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH NOT = "00"
              DISPLAY "Mes " WS-MAP-MES "/" WS-MAP-ANO
                  " nao fechado (FECHMES) - mapa nao emitido"
              STOP RUN
           END-IF.
           MOVE WS-ANOMES TO PF-ANOMES.
           READ PERFECH-S
               INVALID KEY
                   MOVE SPACE TO PF-SITUACAO
           END-READ.
           CLOSE PERFECH-S.
           IF NOT PERIODO-FECHADO
              DISPLAY "Mes " WS-MAP-MES "/" WS-MAP-ANO
                  " nao fechado (FECHMES) - mapa nao emitido"
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              DISPLAY "Erro ao Abrir MOVHIST.DAT - Status: "
                  WS-FS-MOVHIST
              STOP RUN
           END-IF.
           OPEN INPUT CTLPROD-S.
           OPEN INPUT CTLDEP-S.
           OPEN INPUT DEPTOS-S.
           OPEN INPUT FORNECEDOR-S.
           OPEN INPUT NFCAB-S.
           OPEN INPUT NFITEM-S.
           MOVE ZEROS TO WS-TABELA-POSICAO.
           MOVE ZEROS TO COD-PRODUTO.
           START ALMOX-S KEY NOT < COD-PRODUTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ALMOX
           END-START.
           IF NOT FIM-ALMOX
              READ ALMOX-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ALMOX
              END-READ
           END-IF.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       025-00-CARREGA-PRODUTO.
           IF NOT PRODUTO-CONTROLADO
              GO TO 025-90-PROXIMO.
           IF WS-QTD-PROD NOT < 500
              DISPLAY "Mais de 500 controlados - mapa nao emitido"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-PROD.
           MOVE WS-QTD-PROD    TO WS-POS-PROD (COD-PRODUTO).
           MOVE COD-PRODUTO    TO TC-COD (WS-QTD-PROD).
           MOVE NOME-PRODUTO   TO TC-NOME (WS-QTD-PROD).
           MOVE UNIDADE-MEDIDA TO TC-UNIDADE (WS-QTD-PROD).
           MOVE QTD-ESTOQUE    TO TC-ESTOQUE (WS-QTD-PROD).
           MOVE ZEROS TO TC-LIQ-DESDE (WS-QTD-PROD).
           MOVE ZEROS TO TC-ENTRADAS (WS-QTD-PROD).
           MOVE ZEROS TO TC-SAIDAS (WS-QTD-PROD).
           MOVE ZEROS TO TC-PERDAS (WS-QTD-PROD).
           MOVE ZEROS TO TC-SALDO-LIVRO (WS-QTD-PROD).
           MOVE "N" TO TC-TEM-LIVRO (WS-QTD-PROD).
           MOVE "NAO INFORMADO" TO TC-OFICIAL (WS-QTD-PROD).
           IF WS-FS-CTLPROD = "00"
              MOVE COD-PRODUTO TO PC-COD-PRODUTO
              READ CTLPROD-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PC-COD-OFICIAL TO TC-OFICIAL (WS-QTD-PROD)
              END-READ
           END-IF.
       025-90-PROXIMO.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ALMOX
           END-READ.
       025-99-FIM-CARREGA.
           EXIT.
      *
      *    Notas registradas no mes, itens lancados de controlados.
       030-00-CARREGA-NOTAS.
           IF WS-FS-NFCAB NOT = "00" OR WS-FS-NFITEM NOT = "00"
              GO TO 030-99-FIM-NOTAS.
           MOVE ZEROS TO NF-REGISTRO.
           START NFCAB-S KEY NOT < NF-REGISTRO
               INVALID KEY
                   GO TO 030-99-FIM-NOTAS
           END-START.
       030-10-LE-NOTA.
           READ NFCAB-S NEXT RECORD
               AT END
                   GO TO 030-99-FIM-NOTAS
           END-READ.
           IF NF-ENT-ANOMES NOT = WS-ANOMES
              GO TO 030-10-LE-NOTA.
           MOVE 1 TO WS-ITEM-NF.
           PERFORM 032-00-ITEM-NOTA THRU 032-99-FIM-ITEM-NOTA
               UNTIL WS-ITEM-NF > NF-QTD-ITENS.
           GO TO 030-10-LE-NOTA.
       030-99-FIM-NOTAS.
           EXIT.
      *
       032-00-ITEM-NOTA.
           MOVE NF-REGISTRO TO NI-REGISTRO.
           MOVE WS-ITEM-NF  TO NI-ITEM.
           ADD 1 TO WS-ITEM-NF.
           READ NFITEM-S
               INVALID KEY
                   GO TO 032-99-FIM-ITEM-NOTA
           END-READ.
           IF NOT ITEM-NF-LANCADO OR NI-COD-PRODUTO = ZEROS
              GO TO 032-99-FIM-ITEM-NOTA.
           IF WS-POS-PROD (NI-COD-PRODUTO) = ZEROS
              GO TO 032-99-FIM-ITEM-NOTA.
           IF WS-QTD-NOTAS NOT < 500
              ADD 1 TO WS-NOTAS-PERDIDAS
              GO TO 032-99-FIM-ITEM-NOTA.
           ADD 1 TO WS-QTD-NOTAS.
           MOVE NI-COD-PRODUTO TO TN-COD-PRODUTO (WS-QTD-NOTAS).
           MOVE NI-LOTE        TO TN-LOTE (WS-QTD-NOTAS).
           MOVE NF-COD-FORNEC  TO TN-FORNEC (WS-QTD-NOTAS).
           MOVE NF-NUMERO      TO TN-NUMERO (WS-QTD-NOTAS).
           MOVE NF-SERIE       TO TN-SERIE (WS-QTD-NOTAS).
           MOVE "N"            TO TN-USADA (WS-QTD-NOTAS).
       032-99-FIM-ITEM-NOTA.
           EXIT.
      *
      *    Primeira leitura do historico: totais do mes, efeito dos
      *    movimentos do mes em diante (para o saldo inicial) e o
      *    saldo em livro apos o ultimo movimento ate o fim do mes.
       040-00-APURA.
           IF NOT MOVHIST-POSICIONADO OR MH-COD-PRODUTO = ZEROS
              GO TO 040-90-PROXIMO.
           MOVE WS-POS-PROD (MH-COD-PRODUTO) TO WS-IP.
           IF WS-IP = ZEROS
              GO TO 040-90-PROXIMO.
           PERFORM 045-00-PROPRIA THRU 045-99-FIM-PROPRIA.
           MOVE ZEROS TO WS-EFEITO.
           IF MH-TIPO = "E" OR "e"
              MOVE WS-QTD-PROPRIA TO WS-EFEITO
           END-IF.
           IF MH-TIPO = "S" OR "s" OR "P" OR "p"
              COMPUTE WS-EFEITO = ZEROS - WS-QTD-PROPRIA
           END-IF.
           IF MH-ANOMES NOT < WS-ANOMES
              ADD WS-EFEITO TO TC-LIQ-DESDE (WS-IP)
           END-IF.
           IF MH-ANOMES = WS-ANOMES
              IF MH-TIPO = "E" OR "e"
                 ADD WS-QTD-PROPRIA TO TC-ENTRADAS (WS-IP)
              END-IF
              IF MH-TIPO = "S" OR "s"
                 ADD WS-QTD-PROPRIA TO TC-SAIDAS (WS-IP)
              END-IF
              IF MH-TIPO = "P" OR "p"
                 ADD WS-QTD-PROPRIA TO TC-PERDAS (WS-IP)
              END-IF
           END-IF.
           IF MH-ANOMES NOT > WS-ANOMES
              MOVE MH-SALDO-APOS TO TC-SALDO-LIVRO (WS-IP)
              MOVE "S" TO TC-TEM-LIVRO (WS-IP)
           END-IF.
       040-90-PROXIMO.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       040-99-FIM-APURA.
           EXIT.
      *
       045-00-PROPRIA.
           MOVE MH-QTD TO WS-QTD-PROPRIA.
           IF MH-QTD-CONSIG NUMERIC
              SUBTRACT MH-QTD-CONSIG FROM WS-QTD-PROPRIA
           END-IF.
       045-99-FIM-PROPRIA.
           EXIT.
      *
      *    Um produto do mapa: cabecalho, movimentos do mes, lotes e
      *    a conferencia dos saldos.
       050-00-PRODUTO.
           ADD 1 TO WS-TOT-PRODUTOS.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TC-COD (WS-IND)     TO CP-COD.
           MOVE TC-NOME (WS-IND)    TO CP-NOME.
           MOVE TC-UNIDADE (WS-IND) TO CP-UNIDADE.
           MOVE WS-CAB-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TC-OFICIAL (WS-IND) TO CO-OFICIAL.
           MOVE WS-CAB-OFICIAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-MOV TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-CONT-MOVS.
           MOVE "N" TO WS-FIM-HIST.
           OPEN INPUT MOVHIST-S.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
           PERFORM 052-00-MOVIMENTO THRU 052-99-FIM-MOVIMENTO
               UNTIL FIM-HIST.
           CLOSE MOVHIST-S.
           IF WS-CONT-MOVS = ZEROS
              MOVE WS-LINHA-SEM-MOV TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE ZEROS TO WS-CONT-LOTES.
           MOVE "N" TO WS-FIM-LOTCONS.
           OPEN INPUT LOTCONS-S.
           IF WS-FS-LOTCONS = "00"
              READ LOTCONS-S
                  AT END
                      MOVE "S" TO WS-FIM-LOTCONS
              END-READ
              PERFORM 056-00-LOTE THRU 056-99-FIM-LOTE
                  UNTIL FIM-LOTCONS
              CLOSE LOTCONS-S
           END-IF.
           PERFORM 060-00-SALDOS THRU 060-99-FIM-SALDOS.
           ADD 1 TO WS-IND.
       050-99-FIM-PRODUTO.
           EXIT.
      *
       052-00-MOVIMENTO.
           IF MH-COD-PRODUTO NOT = TC-COD (WS-IND)
              OR NOT MOVHIST-POSICIONADO
              OR MH-ANOMES NOT = WS-ANOMES
              GO TO 052-90-PROXIMO.
           MOVE MH-DIA          TO DET-DIA.
           MOVE MH-ANOMES (5:2) TO DET-MES.
           MOVE MH-ANOMES (1:4) TO DET-ANO.
           PERFORM 045-00-PROPRIA THRU 045-99-FIM-PROPRIA.
           IF WS-QTD-PROPRIA = ZEROS
              GO TO 052-90-PROXIMO.
           MOVE WS-QTD-PROPRIA  TO DET-QTD.
           MOVE SPACES          TO DET-TEXTO.
           IF MH-TIPO = "E" OR "e"
              MOVE "ENTRADA" TO DET-TIPO
              PERFORM 062-00-ENTRADA THRU 062-99-FIM-ENTRADA
           ELSE
              IF MH-TIPO = "S" OR "s"
                 MOVE "SAIDA" TO DET-TIPO
                 PERFORM 064-00-SAIDA THRU 064-99-FIM-SAIDA
              ELSE
                 IF MH-TIPO = "P" OR "p"
                    MOVE "PERDA" TO DET-TIPO
                    MOVE MH-LOTE TO TX-LOTE
                    MOVE WS-TX-PERDA TO DET-TEXTO
                 ELSE
                    GO TO 052-90-PROXIMO
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-CONT-MOVS.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       052-90-PROXIMO.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       052-99-FIM-MOVIMENTO.
           EXIT.
      *
       056-00-LOTE.
           IF LN-COD-PRODUTO NOT = TC-COD (WS-IND)
              OR LN-ANOMES NOT = WS-ANOMES
              GO TO 056-90-PROXIMO.
           IF WS-CONT-LOTES = ZEROS
              MOVE WS-CAB-LOTES TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-CONT-LOTES.
           MOVE LN-LOTE         TO DL-LOTE.
           MOVE LN-DIA          TO DL-DIA.
           MOVE LN-ANOMES (5:2) TO DL-MES.
           MOVE LN-ANOMES (1:4) TO DL-ANO.
           MOVE LN-QTD          TO DL-QTD.
           MOVE LN-NUMERO-REQ   TO DL-REQ.
           MOVE LN-COD-DEPTO    TO DL-DEPTO.
           MOVE SPACES          TO DL-AVISO.
           IF LOTCONS-CONSUMO
              MOVE "CONSUMO" TO DL-TIPO
              MOVE LN-COD-DEPTO TO CD-COD-DEPTO
              PERFORM 070-00-AUTORIZADO THRU 070-99-FIM-AUTORIZADO
              IF WS-AUTORIZADO = "N"
                 MOVE "NAO AUTOR." TO DL-AVISO
              END-IF
           ELSE
              IF LOTCONS-DEVOLUCAO
                 MOVE "DEVOLUCAO" TO DL-TIPO
              ELSE
                 MOVE "DEV.FORNEC" TO DL-TIPO
              END-IF
           END-IF.
           MOVE WS-LINHA-LOTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-90-PROXIMO.
           READ LOTCONS-S
               AT END
                   MOVE "S" TO WS-FIM-LOTCONS
           END-READ.
       056-99-FIM-LOTE.
           EXIT.
      *
      *    Saldo inicial deduzido do saldo atual; saldo final apurado
      *    conferido contra o saldo em livro do MOVPOST.
       060-00-SALDOS.
           COMPUTE WS-SALDO-INI = TC-ESTOQUE (WS-IND)
               - TC-LIQ-DESDE (WS-IND).
           COMPUTE WS-SALDO-FIM = WS-SALDO-INI + TC-ENTRADAS (WS-IND)
               - TC-SAIDAS (WS-IND) - TC-PERDAS (WS-IND).
           IF TC-TEM-LIVRO (WS-IND) = "S"
              MOVE TC-SALDO-LIVRO (WS-IND) TO WS-SALDO-LIVRO
           ELSE
              MOVE WS-SALDO-INI TO WS-SALDO-LIVRO
           END-IF.
           COMPUTE WS-DIFERENCA = WS-SALDO-FIM - WS-SALDO-LIVRO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "SALDO INICIAL..................:" TO LS-ROTULO.
           MOVE WS-SALDO-INI TO LS-QTD.
           MOVE WS-LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "(+) ENTRADAS...................:" TO LS-ROTULO.
           MOVE TC-ENTRADAS (WS-IND) TO LS-QTD.
           MOVE WS-LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "(-) SAIDAS.....................:" TO LS-ROTULO.
           MOVE TC-SAIDAS (WS-IND) TO LS-QTD.
           MOVE WS-LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "(-) PERDAS.....................:" TO LS-ROTULO.
           MOVE TC-PERDAS (WS-IND) TO LS-QTD.
           MOVE WS-LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "SALDO FINAL....................:" TO LS-ROTULO.
           MOVE WS-SALDO-FIM TO LS-QTD.
           MOVE WS-LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-SALDO-LIVRO TO LC-LIVRO.
           MOVE WS-DIFERENCA TO LC-DIFERENCA.
           IF WS-DIFERENCA = ZEROS
              MOVE "CONFERE" TO LC-SITUACAO
           ELSE
              MOVE "DIVERGENTE" TO LC-SITUACAO
              ADD 1 TO WS-TOT-DIVERG
           END-IF.
           MOVE WS-LINHA-CONFERE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       060-99-FIM-SALDOS.
           EXIT.
      *
      *    Entrada: devolucao do departamento, ajuste ou compra com a
      *    nota do mesmo produto e lote ainda nao usada.
       062-00-ENTRADA.
           IF MH-ORIGEM-DEVOLUCAO
              MOVE MH-COD-DEPTO  TO TX-DV-DEPTO
              MOVE MH-NUMERO-REQ TO TX-DV-REQ
              MOVE WS-TX-DEVOL   TO DET-TEXTO
              GO TO 062-99-FIM-ENTRADA.
           IF MH-ORIGEM-AJUSTE
              MOVE "AJUSTE DE INVENTARIO" TO DET-TEXTO
              GO TO 062-99-FIM-ENTRADA.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IN.
           PERFORM 066-00-PROCURA-NOTA THRU 066-99-FIM-PROCURA
               UNTIL WS-IN > WS-QTD-NOTAS OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI = ZEROS
              MOVE "SEM NOTA FISCAL REGISTRADA" TO DET-TEXTO
              ADD 1 TO WS-TOT-SEM-NOTA
              GO TO 062-99-FIM-ENTRADA.
           MOVE "S" TO TN-USADA (WS-ACHEI).
           MOVE TN-FORNEC (WS-ACHEI) TO TX-FORNEC.
           MOVE TN-NUMERO (WS-ACHEI) TO TX-NUMERO.
           MOVE TN-SERIE (WS-ACHEI)  TO TX-SERIE.
           MOVE SPACES TO TX-NOME-FORN.
           IF WS-FS-FORNEC = "00"
              MOVE TN-FORNEC (WS-ACHEI) TO FOR-COD-FORNEC
              READ FORNECEDOR-S
                  INVALID KEY
                      MOVE "NAO CADASTRADO" TO FOR-NOME
              END-READ
              MOVE FOR-NOME TO TX-NOME-FORN
           END-IF.
           MOVE WS-TX-NOTA TO DET-TEXTO.
       062-99-FIM-ENTRADA.
           EXIT.
      *
      *    Saida: devolucao ao fornecedor, ajuste ou entrega a
      *    departamento, conferido contra os autorizados.
       064-00-SAIDA.
           IF MH-ORIGEM-FORNEC
              MOVE MH-NUMERO-REQ TO TX-ORDEM
              MOVE WS-TX-ORDEM   TO DET-TEXTO
              GO TO 064-99-FIM-SAIDA.
           IF MH-ORIGEM-AJUSTE
              MOVE "AJUSTE DE INVENTARIO" TO DET-TEXTO
              GO TO 064-99-FIM-SAIDA.
           IF MH-COD-DEPTO = ZEROS
              MOVE "SEM DEPARTAMENTO - NAO AUTORIZADA" TO DET-TEXTO
              ADD 1 TO WS-TOT-NAO-AUT
              GO TO 064-99-FIM-SAIDA.
           MOVE MH-COD-DEPTO  TO TX-DEPTO.
           MOVE MH-NUMERO-REQ TO TX-REQ.
           MOVE "NAO CADASTRADO" TO TX-NOME-DEPTO.
           IF WS-FS-DEPTOS = "00"
              MOVE MH-COD-DEPTO TO DP-COD-DEPTO
              READ DEPTOS-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE DP-NOME TO TX-NOME-DEPTO
              END-READ
           END-IF.
           MOVE MH-COD-DEPTO TO CD-COD-DEPTO.
           PERFORM 070-00-AUTORIZADO THRU 070-99-FIM-AUTORIZADO.
           IF WS-AUTORIZADO = "S"
              MOVE "AUTORIZADO" TO TX-AUTORIZ
           ELSE
              MOVE "NAO AUTORIZADO" TO TX-AUTORIZ
              ADD 1 TO WS-TOT-NAO-AUT
           END-IF.
           MOVE WS-TX-DEPTO TO DET-TEXTO.
       064-99-FIM-SAIDA.
           EXIT.
      *
       066-00-PROCURA-NOTA.
           IF TN-USADA (WS-IN) = "N"
              AND TN-COD-PRODUTO (WS-IN) = MH-COD-PRODUTO
              AND TN-LOTE (WS-IN) = MH-LOTE
              MOVE WS-IN TO WS-ACHEI.
           ADD 1 TO WS-IN.
       066-99-FIM-PROCURA.
           EXIT.
      *
      *    Departamento (em CD-COD-DEPTO) autorizado para o produto
      *    corrente do mapa em CTLDEP.DAT.
       070-00-AUTORIZADO.
           MOVE "N" TO WS-AUTORIZADO.
           IF WS-FS-CTLDEP NOT = "00"
              GO TO 070-99-FIM-AUTORIZADO.
           MOVE TC-COD (WS-IND) TO CD-COD-PRODUTO.
           READ CTLDEP-S
               INVALID KEY
                   GO TO 070-99-FIM-AUTORIZADO
           END-READ.
           MOVE "S" TO WS-AUTORIZADO.
       070-99-FIM-AUTORIZADO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PRODUTOS CONTROLADOS NO MAPA......:" TO LT-ROTULO.
           MOVE WS-TOT-PRODUTOS TO LT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PRODUTOS COM SALDO DIVERGENTE.....:" TO LT-ROTULO.
           MOVE WS-TOT-DIVERG TO LT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "SAIDAS A DEPTO NAO AUTORIZADO.....:" TO LT-ROTULO.
           MOVE WS-TOT-NAO-AUT TO LT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ENTRADAS SEM NOTA FISCAL..........:" TO LT-ROTULO.
           MOVE WS-TOT-SEM-NOTA TO LT-QTD.
           MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-NOTAS-PERDIDAS > ZEROS
              MOVE "ITENS DE NOTA FORA DA TABELA......:" TO LT-ROTULO
              MOVE WS-NOTAS-PERDIDAS TO LT-QTD
              MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           DISPLAY "CTLMAP: produtos " WS-TOT-PRODUTOS
               " divergentes " WS-TOT-DIVERG
               " saidas nao autorizadas " WS-TOT-NAO-AUT.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE CTLPROD-S.
           CLOSE CTLDEP-S.
           CLOSE DEPTOS-S.
           CLOSE FORNECEDOR-S.
           CLOSE NFCAB-S.
           CLOSE NFITEM-S.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CTLMAP ---------***
