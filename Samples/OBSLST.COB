       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OBSLST.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * ESTOQUE PARADO E OBSOLETO
      * Le o historico MOVHIST.DAT e guarda, por produto, a data da
      * ultima saida posicionada pelo MOVPOST (devolucoes ao
      * fornecedor nao contam como saida). Em seguida percorre os
      * produtos ativos de ALMOX.DAT e calcula os meses sem saida ate
      * a data de referencia pedida ao operador (produto que nunca
      * saiu conta desde a DATA-CADASTRO) e a cobertura em meses
      * (QTD-ESTOQUE sobre o consumo medio mensal dos doze meses ate
      * a referencia, de CONSUMO.DAT).
      * Sai em OBSLST.LST: os produtos sem saida ha 6 a 12 meses, ha
      * 12 a 24 meses e ha 24 meses ou mais, cada faixa com o valor
      * parado a CUSTO-UNITARIO; os totais de cada faixa por
      * CATEGORIA e por COD-FORNECEDOR (nome de FORNECED.DAT); e, em
      * separado, a relacao dos produtos da faixa de 24 meses ou mais
      * como candidatos a SITUACAO-PRODUTO D, com espaco para a
      * decisao da reuniao anual de saneamento com a contabilidade.
      * Kit (TIPO-PRODUTO K do KITCAD) nao tem estoque proprio e fica
      * fora da analise; seus componentes entram normalmente.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT CONSUMO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONSUMO.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
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
               88  ORIGEM-DEV-FORNEC   VALUE "F".
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
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "OBSLST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-CONSUMO  PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "OBSLST  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIM-CONS    PIC X(01) VALUE "N".
               88  FIM-CONS            VALUE "S".
           02  WS-TEM-CONSUMO PIC X(01) VALUE "N".
           02  WS-TEM-FORNEC  PIC X(01) VALUE "N".
           02  WS-QTD-ITENS   PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-CATEG   PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-FORNEC  PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(04) COMP VALUE ZEROS.
           02  WS-FAIXA       PIC 9(01) VALUE ZEROS.
           02  WS-FAIXA-LISTA PIC 9(01) VALUE ZEROS.
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ATIVOS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-FAIXA  PIC 9(05) VALUE ZEROS.
           02  WS-VAL-FAIXA   PIC 9(10)V99 VALUE ZEROS.
           02  WS-DATA-BASE   PIC 9(08) VALUE ZEROS.
           02  WS-MESES-REF   PIC 9(06) VALUE ZEROS.
           02  WS-MESES-BASE  PIC 9(06) VALUE ZEROS.
           02  WS-MESES-PARADO PIC S9(05) VALUE ZEROS.
           02  WS-ANOMES-INI  PIC 9(06) VALUE ZEROS.
           02  WS-ANOMES-REF  PIC 9(06) VALUE ZEROS.
           02  WS-INI-ANO     PIC 9(04) VALUE ZEROS.
           02  WS-INI-MES     PIC S9(03) VALUE ZEROS.
           02  WS-TOT-SAIDAS  PIC 9(08) VALUE ZEROS.
           02  WS-MEDIA-MES   PIC 9(06)V99 VALUE ZEROS.
           02  WS-COBERTURA   PIC 9(05)V9 VALUE ZEROS.
           02  WS-VALOR       PIC 9(08)V99 VALUE ZEROS.
       01  WS-DATA-REF.
           02  WS-REF-ANO     PIC 9(04) VALUE ZEROS.
           02  WS-REF-MES     PIC 9(02) VALUE ZEROS.
           02  WS-REF-DIA     PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CALC.
           02  WS-CALC-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-CALC-MES    PIC 9(02) VALUE ZEROS.
           02  WS-CALC-DIA    PIC 9(02) VALUE ZEROS.
      *    Data da ultima saida, indexada pelo proprio COD-PRODUTO.
       01  WS-TABELA-SAIDAS.
           02  WS-ULT-SAIDA OCCURS 9999 TIMES
                            PIC 9(08) VALUE ZEROS.
       01  WS-TABELA-ITENS.
           02  WS-ITEM OCCURS 2000 TIMES.
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-NOME        PIC X(30).
               03  TB-CATEGORIA   PIC X(10).
               03  TB-COD-FORNEC  PIC 9(04).
               03  TB-ULT-SAIDA   PIC 9(08).
               03  TB-MESES       PIC 9(03).
               03  TB-FAIXA       PIC 9(01).
               03  TB-QTD         PIC 9(04).
               03  TB-COBERTURA   PIC 9(05)V9.
               03  TB-SEM-CONSUMO PIC X(01).
               03  TB-VALOR       PIC 9(08)V99.
      *    Faixas: 1 = 6 a 12 meses, 2 = 12 a 24, 3 = 24 ou mais.
       01  WS-TOTAIS-FAIXA.
           02  WS-FX OCCURS 3 TIMES.
               03  FX-QTD         PIC 9(05).
               03  FX-VALOR       PIC 9(10)V99.
       01  WS-TABELA-CATEG.
           02  WS-CATEG OCCURS 60 TIMES.
               03  TG-CATEGORIA   PIC X(10).
               03  TG-FAIXA OCCURS 3 TIMES.
                   04  TG-QTD         PIC 9(05).
                   04  TG-VALOR       PIC 9(10)V99.
       01  WS-TABELA-FORNEC.
           02  WS-FORNEC OCCURS 200 TIMES.
               03  TF-COD-FORNEC  PIC 9(04).
               03  TF-FAIXA OCCURS 3 TIMES.
                   04  TF-QTD         PIC 9(05).
                   04  TF-VALOR       PIC 9(10)V99.
       01  WS-NOME-FAIXA.
           02  FILLER         PIC X(30) VALUE
               "SEM SAIDA HA 6 A 12 MESES".
           02  FILLER         PIC X(30) VALUE
               "SEM SAIDA HA 12 A 24 MESES".
           02  FILLER         PIC X(30) VALUE
               "SEM SAIDA HA 24 MESES OU MAIS".
       01  WS-NOME-FAIXA-R REDEFINES WS-NOME-FAIXA.
           02  WS-FAIXA-TITULO PIC X(30) OCCURS 3 TIMES.
       01  WS-CAB-01          PIC X(80) VALUE
           "ESTOQUE PARADO E OBSOLETO".
       01  WS-CAB-REF.
           02  FILLER         PIC X(20) VALUE "DATA DE REFERENCIA: ".
           02  CAB-REF-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-REF-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-REF-ANO    PIC 9(04).
       01  WS-CAB-FAIXA.
           02  FILLER         PIC X(04) VALUE "*** ".
           02  CAB-FAIXA      PIC X(30).
       01  WS-CAB-02.
           02  FILLER         PIC X(04) VALUE "COD.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(24) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "CATEGORIA".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "ULT.SAIDA".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(03) VALUE "MES".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "ESTQ".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "COBER".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "   VALOR".
       01  WS-DETALHE.
           02  DET-CODIGO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(24).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-CATEGORIA  PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-ULT-SAIDA  PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-MESES      PIC ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-COBERTURA  PIC X(05).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01  WS-DATA-ED.
           02  ED-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-ANO         PIC 9(04).
       01  WS-COBERTURA-ED    PIC ZZ9,9.
       01  WS-LINHA-FAIXA.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DA FAIXA...............:".
           02  LFX-QTD        PIC ZZZZ9.
           02  FILLER         PIC X(10) VALUE " PRODUTOS ".
           02  LFX-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-CAB-03.
           02  FILLER         PIC X(16) VALUE SPACES.
           02  FILLER         PIC X(21) VALUE
               "     6 A 12 MESES".
           02  FILLER         PIC X(21) VALUE
               "    12 A 24 MESES".
           02  FILLER         PIC X(21) VALUE
               "   24 MESES OU MAIS".
       01  WS-CAB-04.
           02  FILLER         PIC X(16) VALUE SPACES.
           02  FILLER         PIC X(21) VALUE
               " QTD         VALOR".
           02  FILLER         PIC X(21) VALUE
               " QTD         VALOR".
           02  FILLER         PIC X(21) VALUE
               " QTD         VALOR".
       01  WS-DETALHE-TOT.
           02  DTT-CHAVE      PIC X(15).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTT-FAIXA OCCURS 3 TIMES.
               03  DTT-QTD        PIC ZZZ9.
               03  FILLER         PIC X(01) VALUE SPACES.
               03  DTT-VALOR      PIC ZZ.ZZZ.ZZ9,99.
               03  FILLER         PIC X(03) VALUE SPACES.
       01  WS-CHAVE-FORNEC.
           02  CHF-CODIGO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  CHF-NOME       PIC X(10).
       01  WS-CAB-05.
           02  FILLER         PIC X(04) VALUE "COD.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(26) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "FORN".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "ULT.SAIDA".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "ESTQ".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "   VALOR".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "DECISAO".
       01  WS-DETALHE-CAND.
           02  DTC-CODIGO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTC-NOME       PIC X(26).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTC-FORNEC     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTC-ULT-SAIDA  PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTC-QTD        PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DTC-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "( )D ( )MANT.".
       01  WS-LINHA-TOT-ATIVOS.
           02  FILLER         PIC X(30) VALUE
               "PRODUTOS ATIVOS ANALISADOS...:".
           02  TOT-ATIVOS     PIC ZZZZ9.
       01  WS-LINHA-TOT-PARADOS.
           02  FILLER         PIC X(30) VALUE
               "PRODUTOS PARADOS (6+ MESES)..:".
           02  TOT-PARADOS    PIC ZZZZ9.
           02  FILLER         PIC X(10) VALUE " PRODUTOS ".
           02  TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO LISTADOS.....:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(30) VALUE
               " PRODUTOS - TOTAIS INCOMPLETOS".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-ULTIMA-SAIDA THRU 030-99-FIM-ULTIMA
               UNTIL FIM-ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           READ ALMOX-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 040-00-PRODUTO THRU 040-99-FIM-PRODUTO
               UNTIL FIM-ARQUIVO.
           MOVE 1 TO WS-FAIXA-LISTA.
           PERFORM 050-00-IMPRIME-FAIXA THRU 050-99-FIM-IMPRIME
               UNTIL WS-FAIXA-LISTA > 3.
           PERFORM 060-00-IMPRIME-CATEG THRU 060-99-FIM-IMPRIME.
           PERFORM 065-00-IMPRIME-FORNEC THRU 065-99-FIM-IMPRIME.
           PERFORM 070-00-CANDIDATOS THRU 070-99-FIM-CANDIDATOS.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Data de referencia AAAAMMDD (0=hoje).: ".
           ACCEPT WS-DATA-REF.
           IF WS-DATA-REF = ZEROS
              ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-MESES-REF = (WS-REF-ANO * 12) + WS-REF-MES.
           MOVE ZEROS TO WS-TOTAIS-FAIXA.
      *    Janela de consumo: os doze meses terminados no mes de
      *    referencia.
           MOVE WS-REF-ANO TO WS-INI-ANO.
           COMPUTE WS-INI-MES = WS-REF-MES - 11.
           IF WS-INI-MES < 1
              ADD 12 TO WS-INI-MES
              SUBTRACT 1 FROM WS-INI-ANO
           END-IF.
           COMPUTE WS-ANOMES-INI = (WS-INI-ANO * 100) + WS-INI-MES.
           COMPUTE WS-ANOMES-REF = (WS-REF-ANO * 100) + WS-REF-MES.
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
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT CONSUMO-S.
           IF WS-FS-CONSUMO = "00"
              MOVE "S" TO WS-TEM-CONSUMO
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC = "00"
              MOVE "S" TO WS-TEM-FORNEC
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-REF-DIA TO CAB-REF-DIA.
           MOVE WS-REF-MES TO CAB-REF-MES.
           MOVE WS-REF-ANO TO CAB-REF-ANO.
           MOVE WS-CAB-REF TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Saida posicionada ate a data de referencia; a devolucao ao
      *    fornecedor tira o material mas nao e consumo.
       030-00-ULTIMA-SAIDA.
           IF (MH-TIPO = "S" OR "s")
              AND MOVHIST-POSICIONADO
              AND NOT ORIGEM-DEV-FORNEC
              AND MH-COD-PRODUTO NOT = ZEROS
              AND MH-DATA NOT > WS-DATA-REF
              IF MH-DATA > WS-ULT-SAIDA (MH-COD-PRODUTO)
                 MOVE MH-DATA TO WS-ULT-SAIDA (MH-COD-PRODUTO)
              END-IF
           END-IF.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-ULTIMA.
           EXIT.
      *
       040-00-PRODUTO.
           IF NOT PRODUTO-ATIVO OR PRODUTO-KIT
              GO TO 040-50-PROXIMO.
           ADD 1 TO WS-CONT-ATIVOS.
           MOVE WS-ULT-SAIDA (COD-PRODUTO) TO WS-DATA-BASE.
           IF WS-DATA-BASE = ZEROS
              MOVE DATA-CADASTRO TO WS-DATA-BASE
           END-IF.
      *    Meses completos sem saida ate a referencia; sem data
      *    nenhuma o produto vai direto para a faixa mais longa.
           IF WS-DATA-BASE = ZEROS
              MOVE 999 TO WS-MESES-PARADO
           ELSE
              MOVE WS-DATA-BASE TO WS-DATA-CALC
              COMPUTE WS-MESES-BASE = (WS-CALC-ANO * 12) + WS-CALC-MES
              COMPUTE WS-MESES-PARADO = WS-MESES-REF - WS-MESES-BASE
              IF WS-REF-DIA < WS-CALC-DIA
                 SUBTRACT 1 FROM WS-MESES-PARADO
              END-IF
           END-IF.
           IF WS-MESES-PARADO < 6
              GO TO 040-50-PROXIMO.
           IF WS-MESES-PARADO > 999
              MOVE 999 TO WS-MESES-PARADO
           END-IF.
           MOVE 1 TO WS-FAIXA.
           IF WS-MESES-PARADO NOT < 12
              MOVE 2 TO WS-FAIXA
           END-IF.
           IF WS-MESES-PARADO NOT < 24
              MOVE 3 TO WS-FAIXA
           END-IF.
           COMPUTE WS-VALOR = QTD-ESTOQUE * CUSTO-UNITARIO.
           ADD 1 TO FX-QTD (WS-FAIXA).
           ADD WS-VALOR TO FX-VALOR (WS-FAIXA).
           IF CATEGORIA = SPACES
              MOVE "(SEM CAT)" TO CATEGORIA
           END-IF.
           PERFORM 042-00-ACHA-CATEG THRU 042-99-FIM-ACHA.
           IF WS-ACHEI NOT = ZEROS
              ADD 1 TO TG-QTD (WS-ACHEI WS-FAIXA)
              ADD WS-VALOR TO TG-VALOR (WS-ACHEI WS-FAIXA)
           END-IF.
           PERFORM 044-00-ACHA-FORNEC THRU 044-99-FIM-ACHA.
           IF WS-ACHEI NOT = ZEROS
              ADD 1 TO TF-QTD (WS-ACHEI WS-FAIXA)
              ADD WS-VALOR TO TF-VALOR (WS-ACHEI WS-FAIXA)
           END-IF.
           IF WS-QTD-ITENS NOT < 2000
              ADD 1 TO WS-PERDIDOS
              GO TO 040-50-PROXIMO.
           ADD 1 TO WS-QTD-ITENS.
           MOVE COD-PRODUTO    TO TB-COD-PRODUTO (WS-QTD-ITENS).
           MOVE NOME-PRODUTO   TO TB-NOME (WS-QTD-ITENS).
           MOVE CATEGORIA      TO TB-CATEGORIA (WS-QTD-ITENS).
           MOVE COD-FORNECEDOR TO TB-COD-FORNEC (WS-QTD-ITENS).
           MOVE WS-ULT-SAIDA (COD-PRODUTO)
                               TO TB-ULT-SAIDA (WS-QTD-ITENS).
           MOVE WS-MESES-PARADO TO TB-MESES (WS-QTD-ITENS).
           MOVE WS-FAIXA       TO TB-FAIXA (WS-QTD-ITENS).
           MOVE QTD-ESTOQUE    TO TB-QTD (WS-QTD-ITENS).
           MOVE WS-VALOR       TO TB-VALOR (WS-QTD-ITENS).
           PERFORM 046-00-COBERTURA THRU 046-99-FIM-COBERTURA.
       040-50-PROXIMO.
           READ ALMOX-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       040-99-FIM-PRODUTO.
           EXIT.
      *
       042-00-ACHA-CATEG.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
           PERFORM 043-00-PROCURA THRU 043-99-FIM-PROCURA
               UNTIL WS-IND > WS-QTD-CATEG OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI = ZEROS AND WS-QTD-CATEG < 60
              ADD 1 TO WS-QTD-CATEG
              MOVE WS-QTD-CATEG TO WS-ACHEI
              MOVE ZEROS TO WS-CATEG (WS-ACHEI)
              MOVE CATEGORIA TO TG-CATEGORIA (WS-ACHEI)
           END-IF.
       042-99-FIM-ACHA.
           EXIT.
      *
       043-00-PROCURA.
           IF TG-CATEGORIA (WS-IND) = CATEGORIA
              MOVE WS-IND TO WS-ACHEI
           END-IF.
           ADD 1 TO WS-IND.
       043-99-FIM-PROCURA.
           EXIT.
      *
       044-00-ACHA-FORNEC.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
           PERFORM 045-00-PROCURA THRU 045-99-FIM-PROCURA
               UNTIL WS-IND > WS-QTD-FORNEC OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI = ZEROS AND WS-QTD-FORNEC < 200
              ADD 1 TO WS-QTD-FORNEC
              MOVE WS-QTD-FORNEC TO WS-ACHEI
              MOVE ZEROS TO WS-FORNEC (WS-ACHEI)
              MOVE COD-FORNECEDOR TO TF-COD-FORNEC (WS-ACHEI)
           END-IF.
       044-99-FIM-ACHA.
           EXIT.
      *
       045-00-PROCURA.
           IF TF-COD-FORNEC (WS-IND) = COD-FORNECEDOR
              MOVE WS-IND TO WS-ACHEI
           END-IF.
           ADD 1 TO WS-IND.
       045-99-FIM-PROCURA.
           EXIT.
      *
      *    Cobertura = QTD-ESTOQUE / consumo medio mensal dos doze
      *    meses ate a referencia (meses sem registro valem zero).
       046-00-COBERTURA.
           MOVE ZEROS TO WS-TOT-SAIDAS.
           MOVE ZEROS TO TB-COBERTURA (WS-QTD-ITENS).
           MOVE "S" TO TB-SEM-CONSUMO (WS-QTD-ITENS).
           IF WS-TEM-CONSUMO = "N"
              GO TO 046-99-FIM-COBERTURA.
           MOVE "N" TO WS-FIM-CONS.
           MOVE COD-PRODUTO TO CS-COD-PRODUTO.
           MOVE WS-ANOMES-INI TO CS-ANOMES.
           START CONSUMO-S KEY NOT < CS-CHAVE
               INVALID KEY
                   GO TO 046-99-FIM-COBERTURA
           END-START.
           READ CONSUMO-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONS
           END-READ.
           PERFORM 047-00-ACUMULA THRU 047-99-FIM-ACUMULA
               UNTIL FIM-CONS.
           IF WS-TOT-SAIDAS = ZEROS
              GO TO 046-99-FIM-COBERTURA.
           COMPUTE WS-MEDIA-MES ROUNDED = WS-TOT-SAIDAS / 12.
           MOVE "N" TO TB-SEM-CONSUMO (WS-QTD-ITENS).
           IF WS-MEDIA-MES = ZEROS
              MOVE 9999,9 TO WS-COBERTURA
           ELSE
              COMPUTE WS-COBERTURA ROUNDED =
                  QTD-ESTOQUE / WS-MEDIA-MES
                  ON SIZE ERROR
                      MOVE 9999,9 TO WS-COBERTURA
              END-COMPUTE
           END-IF.
           MOVE WS-COBERTURA TO TB-COBERTURA (WS-QTD-ITENS).
       046-99-FIM-COBERTURA.
           EXIT.
      *
       047-00-ACUMULA.
           IF CS-COD-PRODUTO NOT = COD-PRODUTO
              OR CS-ANOMES > WS-ANOMES-REF
              MOVE "S" TO WS-FIM-CONS
              GO TO 047-99-FIM-ACUMULA.
           ADD CS-QTD-SAIDA TO WS-TOT-SAIDAS.
           READ CONSUMO-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONS
           END-READ.
       047-99-FIM-ACUMULA.
           EXIT.
      *
       050-00-IMPRIME-FAIXA.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-FAIXA-TITULO (WS-FAIXA-LISTA) TO CAB-FAIXA.
           MOVE WS-CAB-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-ITENS.
           MOVE FX-QTD (WS-FAIXA-LISTA)   TO LFX-QTD.
           MOVE FX-VALOR (WS-FAIXA-LISTA) TO LFX-VALOR.
           MOVE WS-LINHA-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-FAIXA-LISTA.
       050-99-FIM-IMPRIME.
           EXIT.
      *
       055-00-LINHA.
           IF TB-FAIXA (WS-IND2) NOT = WS-FAIXA-LISTA
              GO TO 055-50-PROXIMO.
           MOVE TB-COD-PRODUTO (WS-IND2) TO DET-CODIGO.
           MOVE TB-NOME (WS-IND2)        TO DET-NOME.
           MOVE TB-CATEGORIA (WS-IND2)   TO DET-CATEGORIA.
           PERFORM 057-00-DATA-SAIDA THRU 057-99-FIM-DATA.
           MOVE WS-DATA-ED (1:10)        TO DET-ULT-SAIDA.
           IF TB-ULT-SAIDA (WS-IND2) = ZEROS
              MOVE "NUNCA SAIU" TO DET-ULT-SAIDA
           END-IF.
           MOVE TB-MESES (WS-IND2)       TO DET-MESES.
           MOVE TB-QTD (WS-IND2)         TO DET-QTD.
           IF TB-SEM-CONSUMO (WS-IND2) = "S"
              MOVE "S/CON" TO DET-COBERTURA
           ELSE
              IF TB-COBERTURA (WS-IND2) > 999,9
                 MOVE " 999+" TO DET-COBERTURA
              ELSE
                 MOVE TB-COBERTURA (WS-IND2) TO WS-COBERTURA-ED
                 MOVE WS-COBERTURA-ED TO DET-COBERTURA
              END-IF
           END-IF.
           MOVE TB-VALOR (WS-IND2)       TO DET-VALOR.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       055-50-PROXIMO.
           ADD 1 TO WS-IND2.
       055-99-FIM-LINHA.
           EXIT.
      *
       057-00-DATA-SAIDA.
           MOVE TB-ULT-SAIDA (WS-IND2) TO WS-DATA-CALC.
           MOVE WS-CALC-DIA TO ED-DIA.
           MOVE WS-CALC-MES TO ED-MES.
           MOVE WS-CALC-ANO TO ED-ANO.
       057-99-FIM-DATA.
           EXIT.
      *
       060-00-IMPRIME-CATEG.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAIS POR CATEGORIA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-03 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-04 TO LINHA-RELATORIO.
           MOVE "CATEGORIA" TO LINHA-RELATORIO (1:15).
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 062-00-LINHA-CATEG THRU 062-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-CATEG.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       060-99-FIM-IMPRIME.
           EXIT.
      *
       062-00-LINHA-CATEG.
           MOVE TG-CATEGORIA (WS-IND2) TO DTT-CHAVE.
           MOVE 1 TO WS-IND.
           PERFORM 063-00-FAIXA-CATEG THRU 063-99-FIM-FAIXA
               UNTIL WS-IND > 3.
           MOVE WS-DETALHE-TOT TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND2.
       062-99-FIM-LINHA.
           EXIT.
      *
       063-00-FAIXA-CATEG.
           MOVE TG-QTD (WS-IND2 WS-IND)   TO DTT-QTD (WS-IND).
           MOVE TG-VALOR (WS-IND2 WS-IND) TO DTT-VALOR (WS-IND).
           ADD 1 TO WS-IND.
       063-99-FIM-FAIXA.
           EXIT.
      *
       065-00-IMPRIME-FORNEC.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAIS POR FORNECEDOR" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-03 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-04 TO LINHA-RELATORIO.
           MOVE "FORNECEDOR" TO LINHA-RELATORIO (1:15).
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 067-00-LINHA-FORNEC THRU 067-99-FIM-LINHA
               UNTIL WS-IND2 > WS-QTD-FORNEC.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       065-99-FIM-IMPRIME.
           EXIT.
      *
       067-00-LINHA-FORNEC.
           MOVE SPACES TO FOR-NOME.
           MOVE TF-COD-FORNEC (WS-IND2) TO FOR-COD-FORNEC.
           IF WS-TEM-FORNEC = "S"
              READ FORNECEDOR-S
                  INVALID KEY
                      MOVE "NAO CADAST." TO FOR-NOME
              END-READ
           END-IF.
           MOVE TF-COD-FORNEC (WS-IND2) TO CHF-CODIGO.
           MOVE FOR-NOME TO CHF-NOME.
           MOVE WS-CHAVE-FORNEC TO DTT-CHAVE.
           MOVE 1 TO WS-IND.
           PERFORM 068-00-FAIXA-FORNEC THRU 068-99-FIM-FAIXA
               UNTIL WS-IND > 3.
           MOVE WS-DETALHE-TOT TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND2.
       067-99-FIM-LINHA.
           EXIT.
      *
       068-00-FAIXA-FORNEC.
           MOVE TF-QTD (WS-IND2 WS-IND)   TO DTT-QTD (WS-IND).
           MOVE TF-VALOR (WS-IND2 WS-IND) TO DTT-VALOR (WS-IND).
           ADD 1 TO WS-IND.
       068-99-FIM-FAIXA.
           EXIT.
      *
      *    Relacao em separado da faixa mais longa, para a reuniao
      *    anual de saneamento decidir a passagem para situacao D.
       070-00-CANDIDATOS.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CANDIDATOS A DESCONTINUACAO (SITUACAO D)"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF FX-QTD (3) = ZEROS
              MOVE "NENHUM PRODUTO SEM SAIDA HA 24 MESES OU MAIS"
                  TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 070-99-FIM-CANDIDATOS.
           MOVE WS-CAB-05 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND2.
           PERFORM 075-00-CANDIDATO THRU 075-99-FIM-CANDIDATO
               UNTIL WS-IND2 > WS-QTD-ITENS.
           MOVE FX-QTD (3)   TO LFX-QTD.
           MOVE FX-VALOR (3) TO LFX-VALOR.
           MOVE WS-LINHA-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       070-99-FIM-CANDIDATOS.
           EXIT.
      *
       075-00-CANDIDATO.
           IF TB-FAIXA (WS-IND2) NOT = 3
              GO TO 075-50-PROXIMO.
           MOVE TB-COD-PRODUTO (WS-IND2) TO DTC-CODIGO.
           MOVE TB-NOME (WS-IND2)        TO DTC-NOME.
           MOVE TB-COD-FORNEC (WS-IND2)  TO DTC-FORNEC.
           PERFORM 057-00-DATA-SAIDA THRU 057-99-FIM-DATA.
           MOVE WS-DATA-ED (1:10)        TO DTC-ULT-SAIDA.
           IF TB-ULT-SAIDA (WS-IND2) = ZEROS
              MOVE "NUNCA SAIU" TO DTC-ULT-SAIDA
           END-IF.
           MOVE TB-QTD (WS-IND2)         TO DTC-QTD.
           MOVE TB-VALOR (WS-IND2)       TO DTC-VALOR.
           MOVE WS-DETALHE-CAND TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       075-50-PROXIMO.
           ADD 1 TO WS-IND2.
       075-99-FIM-CANDIDATO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ATIVOS TO TOT-ATIVOS.
           MOVE WS-LINHA-TOT-ATIVOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           COMPUTE WS-CONT-FAIXA = FX-QTD (1) + FX-QTD (2) + FX-QTD (3).
           COMPUTE WS-VAL-FAIXA = FX-VALOR (1) + FX-VALOR (2)
               + FX-VALOR (3).
           MOVE WS-CONT-FAIXA TO TOT-PARADOS.
           MOVE WS-VAL-FAIXA  TO TOT-VALOR.
           MOVE WS-LINHA-TOT-PARADOS TO LINHA-RELATORIO.
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
           CLOSE ALMOX-S.
           IF WS-TEM-CONSUMO = "S"
              CLOSE CONSUMO-S
           END-IF.
           IF WS-TEM-FORNEC = "S"
              CLOSE FORNECEDOR-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA OBSLST ---------***
