       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REQSEP.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * LISTA DE SEPARACAO DAS REQUISICOES (PICKING)
      * Le os itens abertos e parciais de REQUIS.DAT com data ate a
      * informada (zero = hoje), opcionalmente de um so departamento,
      * e emite em REQSEP.LST a lista que o almoxarife leva para as
      * prateleiras antes de atender pelo REQATE. Para cada item o
      * restante a atender e distribuido pelos locais que tem saldo
      * do produto em SALDOLOC.DAT, em ordem de codigo de local (a
      * mesma caminhada do ETIQLST); o estoque ainda sem local
      * definido (QTD-ESTOQUE acima da soma dos locais) aparece no
      * local 00. Os itens mais antigos ficam com o saldo primeiro.
      * Produto perecivel (KG/LT) indica o lote a separar pela
      * validade mais proxima (FEFO, a mesma regra da baixa do
      * MOVPOST), com a quantidade de cada lote. O que nao couber no
      * estoque sai no fim como falta. A lista sai ordenada por
      * local e, dentro do local, por produto, com o nome do local de
      * LOCAIS.DAT e um quadro para ticar cada separacao, e e
      * arquivada pelo RELARQ para reimpressao pelo RELNAV.
      * Item de kit (TIPO-PRODUTO K do KITCAD) e explodido nos
      * componentes de KITCOMP.DAT, com o restante vezes a quantidade
      * por kit, como na reserva do PEDCOM; cada componente e
      * distribuido pelos locais e lotes como um item proprio, com o
      * numero e item da requisicao do kit. Kit sem componentes
      * cadastrados continua saindo pelo proprio codigo.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT SALDOLOC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SALDOLOC.
           SELECT LOCAIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-COD-LOCAL
               FILE STATUS IS WS-FS-LOCAIS.
           SELECT LOTES-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WS-FS-LOTES.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD SALDOLOC-S
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SALDOLOC
           VALUE OF FILE-ID "SALDOLOC.DAT".
       01  REG-SALDOLOC.
           02  SL-CHAVE.
               03  SL-COD-PRODUTO PIC 9(04).
               03  SL-COD-LOCAL   PIC 9(02).
           02  SL-QTD         PIC 9(04).
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCAL
           VALUE OF FILE-ID "LOCAIS.DAT".
       01  REG-LOCAL.
           02  LC-COD-LOCAL   PIC 9(02).
           02  LC-NOME        PIC X(30).
       FD LOTES-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTE
           VALUE OF FILE-ID "LOTES.DAT".
       01  REG-LOTE.
           02  LT-CHAVE.
               03  LT-COD-PRODUTO PIC 9(04).
               03  LT-NUMERO      PIC X(10).
           02  LT-QTD-RECEBIDA PIC 9(04).
           02  LT-QTD-RESTANTE PIC 9(04).
           02  LT-VALIDADE    PIC 9(08).
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "REQSEP.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-LOTES    PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "REQSEP  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIL-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-FIL-DEPTO   PIC 9(04) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-QTD-LINHAS  PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-SEPARA  PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-LOCAIS  PIC 9(02) COMP VALUE ZEROS.
           02  WS-QTD-LOTES   PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND-LOC     PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND-LOTE    PIC 9(02) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-PRODUTO-ANT PIC 9(04) VALUE ZEROS.
           02  WS-PERECIVEL   PIC X(01) VALUE "N".
           02  WS-SOMA-LOCAIS PIC 9(06) VALUE ZEROS.
           02  WS-FALTA       PIC 9(04) VALUE ZEROS.
           02  WS-PEGA        PIC 9(04) VALUE ZEROS.
           02  WS-CHAVE-ANT   PIC X(03) VALUE HIGH-VALUES.
           02  WS-TOT-LOCAL   PIC 9(06) VALUE ZEROS.
           02  WS-TOT-GERAL   PIC 9(06) VALUE ZEROS.
           02  WS-TOT-FALTA   PIC 9(06) VALUE ZEROS.
           02  WS-TEM-LOCAL   PIC X(01) VALUE "N".
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
           02  WS-COD-LINHA   PIC 9(04) VALUE ZEROS.
           02  WS-QTD-LINHA   PIC 9(04) VALUE ZEROS.
      *    Itens de requisicao a separar, na ordem produto/numero.
       01  WS-TABELA-LINHAS.
           02  WS-LINHA OCCURS 300 TIMES.
               03  TB-CHAVE.
                   04  TB-COD-PRODUTO PIC 9(04).
                   04  TB-NUMERO      PIC 9(06).
                   04  TB-ITEM        PIC 9(03).
               03  TB-COD-DEPTO   PIC 9(04).
               03  TB-RESTANTE    PIC 9(04).
       01  WS-LINHA-TROCA.
           02  TR-CHAVE       PIC X(13).
           02  TR-COD-DEPTO   PIC 9(04).
           02  TR-RESTANTE    PIC 9(04).
      *    Separacoes geradas: falta ("1") fica depois dos locais.
       01  WS-TABELA-SEPARA.
           02  WS-SEPARA OCCURS 500 TIMES.
               03  TP-CHAVE.
                   04  TP-FALTA       PIC X(01).
                   04  TP-COD-LOCAL   PIC 9(02).
                   04  TP-COD-PRODUTO PIC 9(04).
                   04  TP-NUMERO      PIC 9(06).
                   04  TP-ITEM        PIC 9(03).
               03  TP-COD-DEPTO   PIC 9(04).
               03  TP-QTD         PIC 9(04).
               03  TP-LOTE        PIC X(10).
               03  TP-VALIDADE    PIC 9(08).
       01  WS-SEPARA-TROCA.
           02  TS-CHAVE       PIC X(16).
           02  TS-RESTO       PIC X(26).
      *    Saldo por local e por lote do produto em distribuicao.
       01  WS-TABELA-LOCAIS.
           02  WS-LOC OCCURS 21 TIMES.
               03  TC-COD-LOCAL   PIC 9(02).
               03  TC-SALDO       PIC 9(06).
       01  WS-TABELA-LOTES.
           02  WS-LOT OCCURS 20 TIMES.
               03  TL-ORDEM       PIC 9(08).
               03  TL-LOTE        PIC X(10).
               03  TL-VALIDADE    PIC 9(08).
               03  TL-SALDO       PIC 9(04).
       01  WS-LOT-TROCA           PIC X(30).
       01  WS-CAB-01          PIC X(80) VALUE
           "LISTA DE SEPARACAO DE REQUISICOES".
       01  WS-CAB-FILTRO.
           02  FILLER         PIC X(28) VALUE
               "REQUISICOES ATE...........: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
           02  FILLER         PIC X(12) VALUE "   DEPTO.: ".
           02  CAB-DEPTO      PIC X(05).
       01  WS-CAB-LOCAL.
           02  FILLER         PIC X(07) VALUE "LOCAL: ".
           02  CAB-LOCAL      PIC 9(02).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-LOCAL PIC X(30).
       01  WS-CAB-FALTA       PIC X(80) VALUE
           "*** SEM SALDO EM ESTOQUE - FICA PENDENTE NA REQUISICAO".
       01  WS-CAB-02.
           02  FILLER         PIC X(05) VALUE "PROD".
           02  FILLER         PIC X(21) VALUE "DESCRICAO".
           02  FILLER         PIC X(03) VALUE "UN".
           02  FILLER         PIC X(11) VALUE "REQ./ITEM".
           02  FILLER         PIC X(05) VALUE "DEPT".
           02  FILLER         PIC X(05) VALUE " QTD".
           02  FILLER         PIC X(11) VALUE "LOTE".
           02  FILLER         PIC X(11) VALUE "VALIDADE".
           02  FILLER         PIC X(04) VALUE "OK".
       01  WS-DETALHE.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(20).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-UNIDADE    PIC X(02).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NUMERO     PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ITEM       PIC 9(03).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DEPTO      PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LOTE       PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-VALIDADE   PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QUADRO     PIC X(04) VALUE "[  ]".
       01  WS-DATA-EDITADA.
           02  ED-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-ANO         PIC 9(04).
       01  WS-LINHA-TOT-LOCAL.
           02  FILLER         PIC X(30) VALUE
               "UNIDADES A SEPARAR NO LOCAL..:".
           02  TOT-LOCAL      PIC ZZZ.ZZ9.
       01  WS-LINHA-TOT-GERAL.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DE UNIDADES A SEPARAR..:".
           02  TOT-GERAL      PIC ZZZ.ZZ9.
       01  WS-LINHA-TOT-FALTA.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DE UNIDADES EM FALTA...:".
           02  TOT-FALTA      PIC ZZZ.ZZ9.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO LISTADOS.....:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(06) VALUE " ITENS".
       01  WS-LINHA-ASSINA-1.
           02  FILLER         PIC X(30) VALUE ALL "_".
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE ALL "_".
       01  WS-LINHA-ASSINA-2.
           02  FILLER         PIC X(35) VALUE "SEPARADO POR".
           02  FILLER         PIC X(30) VALUE "CONFERIDO POR".
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUMA REQUISICAO ABERTA PARA SEPARAR".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-CARREGA THRU 030-99-FIM-CARREGA
               UNTIL FIM-ARQUIVO.
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
           PERFORM 060-00-DISTRIBUI THRU 060-99-FIM-DISTRIBUI.
           PERFORM 070-00-ORDENA-SEPARA THRU 070-99-FIM-ORDENA-SEP.
           PERFORM 050-00-IMPRIME THRU 050-99-FIM-IMPRIME.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Requisicoes ate a data (AAAAMMDD, 0=hoje): ".
           ACCEPT WS-FIL-DATA.
           IF WS-FIL-DATA = ZEROS
              MOVE WS-DATA-HOJE TO WS-FIL-DATA.
           DISPLAY "Departamento (0=todos)...................: ".
           ACCEPT WS-FIL-DEPTO.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS NOT = "00"
              DISPLAY "Erro ao Abrir REQUIS.DAT - Status: "
                  WS-FS-REQUIS
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT SALDOLOC-S.
           IF WS-FS-SALDOLOC = "35"
              OPEN OUTPUT SALDOLOC-S
              CLOSE SALDOLOC-S
              OPEN INPUT SALDOLOC-S
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS = "35"
              OPEN OUTPUT LOCAIS-S
              CLOSE LOCAIS-S
              OPEN INPUT LOCAIS-S
           END-IF.
           OPEN INPUT LOTES-S.
           IF WS-FS-LOTES = "35"
              OPEN OUTPUT LOTES-S
              CLOSE LOTES-S
              OPEN INPUT LOTES-S
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-FIL-DATA (7:2) TO CAB-DIA.
           MOVE WS-FIL-DATA (5:2) TO CAB-MES.
           MOVE WS-FIL-DATA (1:4) TO CAB-ANO.
           IF WS-FIL-DEPTO = ZEROS
              MOVE "TODOS" TO CAB-DEPTO
           ELSE
              MOVE WS-FIL-DEPTO TO CAB-DEPTO
           END-IF.
           MOVE WS-CAB-FILTRO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ REQUIS-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Seleciona os itens abertos e parciais do filtro, com o
      *    restante ainda nao atendido.
       030-00-CARREGA.
           IF NOT REQ-ABERTA AND NOT REQ-PARCIAL
              GO TO 030-50-PROXIMO.
           IF RQ-DATA > WS-FIL-DATA
              GO TO 030-50-PROXIMO.
           IF WS-FIL-DEPTO NOT = ZEROS
              AND RQ-COD-DEPTO NOT = WS-FIL-DEPTO
              GO TO 030-50-PROXIMO.
           IF RQ-QTD-ATENDIDA NOT < RQ-QTD
              GO TO 030-50-PROXIMO.
           COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA.
           MOVE "N" TO WS-ACHOU-KIT.
           MOVE RQ-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE SPACES TO TIPO-PRODUTO
           END-READ.
           IF PRODUTO-KIT
              PERFORM 032-00-EXPLODE-KIT THRU 032-99-FIM-EXPLODE-KIT.
           IF WS-ACHOU-KIT = "S"
              GO TO 030-50-PROXIMO.
           MOVE RQ-COD-PRODUTO TO WS-COD-LINHA.
           MOVE WS-RESTANTE    TO WS-QTD-LINHA.
           PERFORM 034-00-ACRESCENTA THRU 034-99-FIM-ACRESCENTA.
       030-50-PROXIMO.
           READ REQUIS-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-CARREGA.
           EXIT.
      *
      *    Item de kit vira um item por componente, com o restante
      *    vezes a quantidade por kit de KITCOMP.DAT.
       032-00-EXPLODE-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 032-99-FIM-EXPLODE-KIT
           END-START.
       032-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 032-99-FIM-EXPLODE-KIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 032-99-FIM-EXPLODE-KIT.
           MOVE "S" TO WS-ACHOU-KIT.
           MOVE KC-COD-COMP TO WS-COD-LINHA.
           COMPUTE WS-QTD-LINHA = WS-RESTANTE * KC-QTD.
           PERFORM 034-00-ACRESCENTA THRU 034-99-FIM-ACRESCENTA.
           GO TO 032-50-LE-COMP.
       032-99-FIM-EXPLODE-KIT.
           EXIT.
      *
       034-00-ACRESCENTA.
           IF WS-QTD-LINHAS NOT < 300
              ADD 1 TO WS-PERDIDOS
              GO TO 034-99-FIM-ACRESCENTA.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE WS-COD-LINHA   TO TB-COD-PRODUTO (WS-QTD-LINHAS).
           MOVE RQ-NUMERO      TO TB-NUMERO (WS-QTD-LINHAS).
           MOVE RQ-ITEM        TO TB-ITEM (WS-QTD-LINHAS).
           MOVE RQ-COD-DEPTO   TO TB-COD-DEPTO (WS-QTD-LINHAS).
           MOVE WS-QTD-LINHA   TO TB-RESTANTE (WS-QTD-LINHAS).
       034-99-FIM-ACRESCENTA.
           EXIT.
      *
      *    Ordena os itens por produto e, dentro do produto, pelo
      *    numero da requisicao - a mais antiga fica com o saldo.
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
           IF TB-CHAVE (WS-IND) > TB-CHAVE (WS-IND2)
              MOVE WS-LINHA (WS-IND)  TO WS-LINHA-TROCA
              MOVE WS-LINHA (WS-IND2) TO WS-LINHA (WS-IND)
              MOVE WS-LINHA-TROCA     TO WS-LINHA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       044-99-FIM-COMPARA.
           EXIT.
      *
       050-00-IMPRIME.
           IF WS-QTD-SEPARA = ZEROS
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-IMPRIME.
           MOVE 1 TO WS-IND.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-SEPARA.
           PERFORM 058-00-FECHA-LOCAL THRU 058-99-FIM-FECHA.
           MOVE WS-TOT-GERAL TO TOT-GERAL.
           MOVE WS-LINHA-TOT-GERAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-TOT-FALTA > ZEROS
              MOVE WS-TOT-FALTA TO TOT-FALTA
              MOVE WS-LINHA-TOT-FALTA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           IF WS-PERDIDOS > ZEROS
              MOVE WS-PERDIDOS TO EST-PERDIDOS
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-ASSINA-1 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-ASSINA-2 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       050-99-FIM-IMPRIME.
           EXIT.
      *
       055-00-LINHA.
           IF TP-CHAVE (WS-IND) (1:3) NOT = WS-CHAVE-ANT
              IF WS-TEM-LOCAL = "S"
                 PERFORM 058-00-FECHA-LOCAL THRU 058-99-FIM-FECHA
              END-IF
              MOVE TP-CHAVE (WS-IND) (1:3) TO WS-CHAVE-ANT
              MOVE "S" TO WS-TEM-LOCAL
              PERFORM 056-00-CABECA-LOCAL THRU 056-99-FIM-CABECA
           END-IF.
           MOVE TP-COD-PRODUTO (WS-IND) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           MOVE TP-COD-PRODUTO (WS-IND) TO DET-PRODUTO.
           MOVE NOME-PRODUTO            TO DET-NOME.
           MOVE UNIDADE-MEDIDA          TO DET-UNIDADE.
           MOVE TP-NUMERO (WS-IND)      TO DET-NUMERO.
           MOVE TP-ITEM (WS-IND)        TO DET-ITEM.
           MOVE TP-COD-DEPTO (WS-IND)   TO DET-DEPTO.
           MOVE TP-QTD (WS-IND)         TO DET-QTD.
           MOVE TP-LOTE (WS-IND)        TO DET-LOTE.
           IF TP-VALIDADE (WS-IND) = ZEROS
              MOVE SPACES TO DET-VALIDADE
           ELSE
              MOVE TP-VALIDADE (WS-IND) (7:2) TO ED-DIA
              MOVE TP-VALIDADE (WS-IND) (5:2) TO ED-MES
              MOVE TP-VALIDADE (WS-IND) (1:4) TO ED-ANO
              MOVE WS-DATA-EDITADA TO DET-VALIDADE
           END-IF.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD TP-QTD (WS-IND) TO WS-TOT-LOCAL.
           IF TP-FALTA (WS-IND) = "1"
              ADD TP-QTD (WS-IND) TO WS-TOT-FALTA
           ELSE
              ADD TP-QTD (WS-IND) TO WS-TOT-GERAL
           END-IF.
           ADD 1 TO WS-IND.
       055-99-FIM-LINHA.
           EXIT.
      *
       056-00-CABECA-LOCAL.
           IF TP-FALTA (WS-IND) = "1"
              MOVE WS-CAB-FALTA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 056-50-COLUNAS.
           MOVE TP-COD-LOCAL (WS-IND) TO CAB-LOCAL.
           IF TP-COD-LOCAL (WS-IND) = ZEROS
              MOVE "(ESTOQUE SEM LOCAL DEFINIDO)" TO CAB-NOME-LOCAL
           ELSE
              MOVE TP-COD-LOCAL (WS-IND) TO LC-COD-LOCAL
              READ LOCAIS-S
                  INVALID KEY
                      MOVE "(LOCAL SEM CADASTRO)" TO LC-NOME
              END-READ
              MOVE LC-NOME TO CAB-NOME-LOCAL
           END-IF.
           MOVE WS-CAB-LOCAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-50-COLUNAS.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-99-FIM-CABECA.
           EXIT.
      *
       058-00-FECHA-LOCAL.
           IF WS-CHAVE-ANT (1:1) NOT = "1"
              MOVE WS-TOT-LOCAL TO TOT-LOCAL
              MOVE WS-LINHA-TOT-LOCAL TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-TOT-LOCAL.
       058-99-FIM-FECHA.
           EXIT.
      *
      *    A cada produto novo carrega os saldos por local e, se
      *    perecivel, os lotes; cada item consome esses saldos.
       060-00-DISTRIBUI.
           MOVE ZEROS TO WS-PRODUTO-ANT.
           MOVE 1 TO WS-IND.
           PERFORM 062-00-UM-ITEM THRU 062-99-FIM-UM-ITEM
               UNTIL WS-IND > WS-QTD-LINHAS.
       060-99-FIM-DISTRIBUI.
           EXIT.
      *
       062-00-UM-ITEM.
           IF TB-COD-PRODUTO (WS-IND) NOT = WS-PRODUTO-ANT
              MOVE TB-COD-PRODUTO (WS-IND) TO WS-PRODUTO-ANT
              PERFORM 064-00-CARREGA-LOCAIS THRU 064-99-FIM-LOCAIS
              PERFORM 066-00-CARREGA-LOTES THRU 066-99-FIM-LOTES
           END-IF.
           MOVE TB-RESTANTE (WS-IND) TO WS-FALTA.
           PERFORM 068-00-SEPARA THRU 068-99-FIM-SEPARA
               UNTIL WS-FALTA = ZEROS.
           ADD 1 TO WS-IND.
       062-99-FIM-UM-ITEM.
           EXIT.
      *
      *    Locais com saldo em ordem de codigo; o estoque sem local
      *    definido entra por ultimo como local 00.
       064-00-CARREGA-LOCAIS.
           MOVE ZEROS TO WS-QTD-LOCAIS.
           MOVE ZEROS TO WS-SOMA-LOCAIS.
           MOVE 1 TO WS-IND-LOC.
           MOVE "N" TO WS-PERECIVEL.
           MOVE WS-PRODUTO-ANT TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE ZEROS TO QTD-ESTOQUE
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           IF UNIDADE-PERECIVEL
              MOVE "S" TO WS-PERECIVEL.
           MOVE WS-PRODUTO-ANT TO SL-COD-PRODUTO.
           MOVE ZEROS TO SL-COD-LOCAL.
           START SALDOLOC-S KEY NOT < SL-CHAVE
               INVALID KEY
                   GO TO 064-50-SEM-LOCAL
           END-START.
       064-10-LE-LOCAL.
           READ SALDOLOC-S NEXT RECORD
               AT END
                   GO TO 064-50-SEM-LOCAL
           END-READ.
           IF SL-COD-PRODUTO NOT = WS-PRODUTO-ANT
              GO TO 064-50-SEM-LOCAL.
           IF SL-QTD = ZEROS OR WS-QTD-LOCAIS NOT < 20
              GO TO 064-10-LE-LOCAL.
           ADD 1 TO WS-QTD-LOCAIS.
           MOVE SL-COD-LOCAL TO TC-COD-LOCAL (WS-QTD-LOCAIS).
           MOVE SL-QTD       TO TC-SALDO (WS-QTD-LOCAIS).
           ADD SL-QTD TO WS-SOMA-LOCAIS.
           GO TO 064-10-LE-LOCAL.
       064-50-SEM-LOCAL.
           IF QTD-ESTOQUE > WS-SOMA-LOCAIS
              ADD 1 TO WS-QTD-LOCAIS
              MOVE ZEROS TO TC-COD-LOCAL (WS-QTD-LOCAIS)
              COMPUTE TC-SALDO (WS-QTD-LOCAIS) =
                  QTD-ESTOQUE - WS-SOMA-LOCAIS
           END-IF.
       064-99-FIM-LOCAIS.
           EXIT.
      *
      *    Lotes do produto com saldo, ordenados pela validade (lote
      *    sem validade vai para o fim), como no FEFO do MOVPOST.
       066-00-CARREGA-LOTES.
           MOVE ZEROS TO WS-QTD-LOTES.
           MOVE 1 TO WS-IND-LOTE.
           IF WS-PERECIVEL = "N"
              GO TO 066-99-FIM-LOTES.
           MOVE WS-PRODUTO-ANT TO LT-COD-PRODUTO.
           MOVE LOW-VALUES TO LT-NUMERO.
           START LOTES-S KEY NOT < LT-CHAVE
               INVALID KEY
                   GO TO 066-99-FIM-LOTES
           END-START.
       066-10-LE-LOTE.
           READ LOTES-S NEXT RECORD
               AT END
                   GO TO 066-50-ORDENA-LOTES
           END-READ.
           IF LT-COD-PRODUTO NOT = WS-PRODUTO-ANT
              GO TO 066-50-ORDENA-LOTES.
           IF LT-QTD-RESTANTE = ZEROS OR WS-QTD-LOTES NOT < 20
              GO TO 066-10-LE-LOTE.
           ADD 1 TO WS-QTD-LOTES.
           MOVE LT-NUMERO       TO TL-LOTE (WS-QTD-LOTES).
           MOVE LT-VALIDADE     TO TL-VALIDADE (WS-QTD-LOTES).
           MOVE LT-QTD-RESTANTE TO TL-SALDO (WS-QTD-LOTES).
           IF LT-VALIDADE = ZEROS
              MOVE 99999999 TO TL-ORDEM (WS-QTD-LOTES)
           ELSE
              MOVE LT-VALIDADE TO TL-ORDEM (WS-QTD-LOTES)
           END-IF.
           GO TO 066-10-LE-LOTE.
       066-50-ORDENA-LOTES.
           IF WS-QTD-LOTES < 2
              GO TO 066-99-FIM-LOTES.
           MOVE "S" TO WS-TROCOU.
           PERFORM 067-00-PASSA-LOTES THRU 067-99-FIM-PASSA-LOTES
               UNTIL WS-TROCOU = "N".
       066-99-FIM-LOTES.
           EXIT.
      *
       067-00-PASSA-LOTES.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND2.
       067-10-COMPARA-LOTE.
           IF WS-IND2 NOT < WS-QTD-LOTES
              GO TO 067-99-FIM-PASSA-LOTES.
           IF TL-ORDEM (WS-IND2) > TL-ORDEM (WS-IND2 + 1)
              MOVE WS-LOT (WS-IND2)     TO WS-LOT-TROCA
              MOVE WS-LOT (WS-IND2 + 1) TO WS-LOT (WS-IND2)
              MOVE WS-LOT-TROCA         TO WS-LOT (WS-IND2 + 1)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND2.
           GO TO 067-10-COMPARA-LOTE.
       067-99-FIM-PASSA-LOTES.
           EXIT.
      *
      *    Uma separacao: o menor entre o que falta ao item, o saldo
      *    do local corrente e (perecivel) o saldo do lote corrente.
      *    Acabados os locais, o restante do item vira falta.
       068-00-SEPARA.
           IF WS-QTD-SEPARA NOT < 500
              ADD 1 TO WS-PERDIDOS
              MOVE ZEROS TO WS-FALTA
              GO TO 068-99-FIM-SEPARA.
           IF WS-IND-LOC > WS-QTD-LOCAIS
              MOVE WS-FALTA TO WS-PEGA
              PERFORM 069-00-GRAVA-SEPARA THRU 069-99-FIM-GRAVA
              MOVE "1" TO TP-FALTA (WS-QTD-SEPARA)
              MOVE ZEROS TO TP-COD-LOCAL (WS-QTD-SEPARA)
              MOVE ZEROS TO WS-FALTA
              GO TO 068-99-FIM-SEPARA.
           IF TC-SALDO (WS-IND-LOC) = ZEROS
              ADD 1 TO WS-IND-LOC
              GO TO 068-99-FIM-SEPARA.
           IF WS-PERECIVEL = "S" AND WS-IND-LOTE NOT > WS-QTD-LOTES
              AND TL-SALDO (WS-IND-LOTE) = ZEROS
              ADD 1 TO WS-IND-LOTE
              GO TO 068-99-FIM-SEPARA.
           MOVE WS-FALTA TO WS-PEGA.
           IF TC-SALDO (WS-IND-LOC) < WS-PEGA
              MOVE TC-SALDO (WS-IND-LOC) TO WS-PEGA.
           IF WS-PERECIVEL = "S" AND WS-IND-LOTE NOT > WS-QTD-LOTES
              AND TL-SALDO (WS-IND-LOTE) < WS-PEGA
              MOVE TL-SALDO (WS-IND-LOTE) TO WS-PEGA.
           PERFORM 069-00-GRAVA-SEPARA THRU 069-99-FIM-GRAVA.
           SUBTRACT WS-PEGA FROM WS-FALTA.
           SUBTRACT WS-PEGA FROM TC-SALDO (WS-IND-LOC).
           IF WS-PERECIVEL = "S" AND WS-IND-LOTE NOT > WS-QTD-LOTES
              MOVE TL-LOTE (WS-IND-LOTE) TO TP-LOTE (WS-QTD-SEPARA)
              MOVE TL-VALIDADE (WS-IND-LOTE)
                  TO TP-VALIDADE (WS-QTD-SEPARA)
              SUBTRACT WS-PEGA FROM TL-SALDO (WS-IND-LOTE)
           END-IF.
       068-99-FIM-SEPARA.
           EXIT.
      *
       069-00-GRAVA-SEPARA.
           ADD 1 TO WS-QTD-SEPARA.
           MOVE "0"                     TO TP-FALTA (WS-QTD-SEPARA).
           MOVE TC-COD-LOCAL (WS-IND-LOC)
               TO TP-COD-LOCAL (WS-QTD-SEPARA).
           MOVE TB-COD-PRODUTO (WS-IND) TO TP-COD-PRODUTO
                                              (WS-QTD-SEPARA).
           MOVE TB-NUMERO (WS-IND)      TO TP-NUMERO (WS-QTD-SEPARA).
           MOVE TB-ITEM (WS-IND)        TO TP-ITEM (WS-QTD-SEPARA).
           MOVE TB-COD-DEPTO (WS-IND)   TO TP-COD-DEPTO
                                              (WS-QTD-SEPARA).
           MOVE WS-PEGA                 TO TP-QTD (WS-QTD-SEPARA).
           MOVE SPACES                  TO TP-LOTE (WS-QTD-SEPARA).
           MOVE ZEROS                   TO TP-VALIDADE
                                              (WS-QTD-SEPARA).
       069-99-FIM-GRAVA.
           EXIT.
      *
      *    Ordena as separacoes por local e produto - a caminhada
      *    nas prateleiras, como no ETIQLST.
       070-00-ORDENA-SEPARA.
           IF WS-QTD-SEPARA < 2
              GO TO 070-99-FIM-ORDENA-SEP.
           MOVE "S" TO WS-TROCOU.
           PERFORM 072-00-PASSADA THRU 072-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       070-99-FIM-ORDENA-SEP.
           EXIT.
      *
       072-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 074-00-COMPARA THRU 074-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-SEPARA.
       072-99-FIM-PASSADA.
           EXIT.
      *
       074-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TP-CHAVE (WS-IND) > TP-CHAVE (WS-IND2)
              MOVE WS-SEPARA (WS-IND)  TO WS-SEPARA-TROCA
              MOVE WS-SEPARA (WS-IND2) TO WS-SEPARA (WS-IND)
              MOVE WS-SEPARA-TROCA     TO WS-SEPARA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       074-99-FIM-COMPARA.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE REQUIS-S.
           CLOSE ALMOX-S.
           CLOSE SALDOLOC-S.
           CLOSE LOCAIS-S.
           CLOSE LOTES-S.
           CLOSE KITCOMP-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA REQSEP ---------***
