       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSEXT.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CONSEXT - EXTRATO MENSAL DO ESTOQUE CONSIGNADO
      * Para cada fornecedor com acordo de consignacao em CONSIG.DAT
      * (CONSCAD) lista, a partir dos totais do mes em CONSMES.DAT:
      * o consumo do mes item a item ao preco acordado, com o total
      * do fornecedor, que e a base da fatura dele; e a conciliacao
      * do estoque consignado - saldo inicial, recebido, devolvido,
      * acerto de contagem, consumido e saldo final - marcando o
      * item em que a conta nao fecha. Item sem movimento no mes
      * sai com o saldo de abertura do mes seguinte que tiver
      * movimento ou, nao havendo, com o saldo atual do acordo.
      * Parametros: mes AAAAMM (0 = corrente) e fornecedor (0 =
      * todos). Gera CONSEXT.LST.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CONSEXT.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-CONSIG   PIC X(02) VALUE SPACES.
           02  WS-FS-CONSMES  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CONSEXT ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-CONSIG  PIC X(01) VALUE "N".
               88  FIM-CONSIG          VALUE "S".
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-ANOMES      PIC 9(06) VALUE ZEROS.
           02  WS-ANOMES-R REDEFINES WS-ANOMES.
               03  WS-ANO     PIC 9(04).
               03  WS-MES     PIC 9(02).
           02  WS-FORNEC      PIC 9(04) VALUE ZEROS.
           02  WS-FORN-ATU    PIC 9(04) VALUE ZEROS.
           02  WS-M-INI       PIC 9(05) VALUE ZEROS.
           02  WS-M-REC       PIC 9(05) VALUE ZEROS.
           02  WS-M-DEV       PIC 9(05) VALUE ZEROS.
           02  WS-M-AJU       PIC S9(05) VALUE ZEROS.
           02  WS-M-CONS      PIC 9(05) VALUE ZEROS.
           02  WS-M-VALOR     PIC 9(07)V99 VALUE ZEROS.
           02  WS-M-FIM       PIC 9(05) VALUE ZEROS.
           02  WS-CALCULADO   PIC S9(07) VALUE ZEROS.
           02  WS-PRECO-MEDIO PIC 9(05)V99 VALUE ZEROS.
           02  WS-VALOR-FORN  PIC 9(09)V99 VALUE ZEROS.
           02  WS-ITENS-FORN  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-FORN   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ITENS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-DIVERG PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-GERAL PIC 9(09)V99 VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "CONSEXT - EXTRATO MENSAL DO ESTOQUE CONSIGNADO".
       01  WS-CAB-PARAM.
           02  FILLER         PIC X(05) VALUE "MES: ".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
           02  FILLER         PIC X(16) VALUE
               "   FORNECEDOR..:".
           02  CAB-FORNEC     PIC X(05).
       01  WS-LINHA-FORNEC.
           02  FILLER         PIC X(11) VALUE "FORNECEDOR ".
           02  LF-CODIGO      PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE " - ".
           02  LF-NOME        PIC X(30).
       01  WS-TIT-CONSUMO     PIC X(80) VALUE
           "  CONSUMO DO MES AO PRECO ACORDADO".
       01  WS-CAB-CONSUMO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "PROD.".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(25) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "   QTD".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "    PRECO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(13) VALUE "        VALOR".
       01  WS-DET-CONSUMO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  DC-CODIGO      PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DC-NOME        PIC X(25).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DC-QTD         PIC ZZ.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DC-PRECO       PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DC-VALOR       PIC Z.ZZZ.ZZ9,99.
       01  WS-LINHA-SEM-CONSUMO PIC X(80) VALUE
           "    (sem consumo no mes)".
       01  WS-LINHA-TOT-FORN.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE
               "TOTAL A FATURAR DO FORNECEDOR:".
           02  FILLER         PIC X(21) VALUE SPACES.
           02  TF-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TIT-CONCILIA    PIC X(80) VALUE
           "  CONCILIACAO DO ESTOQUE CONSIGNADO".
       01  WS-CAB-CONCILIA.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "PROD.".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(16) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(07) VALUE "  INIC.".
           02  FILLER         PIC X(07) VALUE "  RECEB".
           02  FILLER         PIC X(07) VALUE "  DEVOL".
           02  FILLER         PIC X(07) VALUE " ACERTO".
           02  FILLER         PIC X(07) VALUE "  CONS.".
           02  FILLER         PIC X(07) VALUE "  FINAL".
       01  WS-DET-CONCILIA.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  DR-CODIGO      PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-NOME        PIC X(16).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-INI         PIC ZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-REC         PIC ZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-DEV         PIC ZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-AJU         PIC -Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-CONS        PIC ZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-FIM         PIC ZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DR-AVISO       PIC X(06).
       01  WS-LINHA-TOT-FORNS.
           02  FILLER         PIC X(30) VALUE
               "FORNECEDORES NO EXTRATO......:".
           02  TOT-FORNS      PIC ZZZZ9.
       01  WS-LINHA-TOT-ITENS.
           02  FILLER         PIC X(30) VALUE
               "ITENS CONSUMIDOS NO MES......:".
           02  TOT-ITENS      PIC ZZZZ9.
       01  WS-LINHA-TOT-DIVERG.
           02  FILLER         PIC X(30) VALUE
               "ITENS COM DIVERGENCIA........:".
           02  TOT-DIVERG     PIC ZZZZ9.
       01  WS-LINHA-TOT-VALOR.
           02  FILLER         PIC X(30) VALUE
               "VALOR TOTAL A FATURAR........:".
           02  TOT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 040-00-FORNECEDOR THRU 040-99-FIM-FORNECEDOR
               UNTIL FIM-CONSIG.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Mes AAAAMM (0 = corrente): ".
           ACCEPT WS-ANOMES.
           IF WS-ANOMES = ZEROS
              MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES
           END-IF.
           DISPLAY "Fornecedor (0 = todos): ".
           ACCEPT WS-FORNEC.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT CONSIG-S.
           IF WS-FS-CONSIG = "35"
              OPEN OUTPUT CONSIG-S
              CLOSE CONSIG-S
              OPEN INPUT CONSIG-S
           END-IF.
           IF WS-FS-CONSIG NOT = "00"
              DISPLAY "Erro ao Abrir CONSIG.DAT - Status: "
                  WS-FS-CONSIG
              STOP RUN
           END-IF.
           OPEN INPUT CONSMES-S.
           IF WS-FS-CONSMES = "35"
              OPEN OUTPUT CONSMES-S
              CLOSE CONSMES-S
              OPEN INPUT CONSMES-S
           END-IF.
           IF WS-FS-CONSMES NOT = "00"
              DISPLAY "Erro ao Abrir CONSMES.DAT - Status: "
                  WS-FS-CONSMES
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
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-MES TO CAB-MES.
           MOVE WS-ANO TO CAB-ANO.
           IF WS-FORNEC = ZEROS
              MOVE "TODOS" TO CAB-FORNEC
           ELSE
              MOVE WS-FORNEC TO CAB-FORNEC
           END-IF.
           MOVE WS-CAB-PARAM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-FORNEC TO CG-COD-FORNEC.
           MOVE ZEROS TO CG-COD-PRODUTO.
           START CONSIG-S KEY NOT < CG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONSIG
           END-START.
           IF NOT FIM-CONSIG
              PERFORM 025-00-LE-CONSIG THRU 025-99-FIM-LE-CONSIG
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Com fornecedor informado a leitura para no primeiro acordo
      *    de outro fornecedor.
       025-00-LE-CONSIG.
           READ CONSIG-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-CONSIG
           END-READ.
           IF NOT FIM-CONSIG AND WS-FORNEC > ZEROS
              AND CG-COD-FORNEC NOT = WS-FORNEC
              MOVE "S" TO WS-FIM-CONSIG
           END-IF.
       025-99-FIM-LE-CONSIG.
           EXIT.
      *
      *    CONSIG.DAT em ordem de fornecedor e produto: cada quebra
      *    de fornecedor le os acordos dele duas vezes, uma para o
      *    consumo a faturar e outra para a conciliacao.
       040-00-FORNECEDOR.
           MOVE CG-COD-FORNEC TO WS-FORN-ATU.
           MOVE WS-FORN-ATU TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "(fornecedor nao cadastrado)" TO FOR-NOME
           END-READ.
           MOVE WS-FORN-ATU TO LF-CODIGO.
           MOVE FOR-NOME    TO LF-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-FORNEC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TIT-CONSUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-CONSUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-VALOR-FORN.
           MOVE ZEROS TO WS-ITENS-FORN.
           PERFORM 045-00-CONSUMO THRU 045-99-FIM-CONSUMO
               UNTIL FIM-CONSIG
                  OR CG-COD-FORNEC NOT = WS-FORN-ATU.
           IF WS-ITENS-FORN = ZEROS
              MOVE WS-LINHA-SEM-CONSUMO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE WS-VALOR-FORN TO TF-VALOR.
           MOVE WS-LINHA-TOT-FORN TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD WS-VALOR-FORN TO WS-VALOR-GERAL.
           ADD 1 TO WS-CONT-FORN.
           MOVE "N" TO WS-FIM-CONSIG.
           MOVE WS-FORN-ATU TO CG-COD-FORNEC.
           MOVE ZEROS TO CG-COD-PRODUTO.
           START CONSIG-S KEY NOT < CG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONSIG
           END-START.
           PERFORM 025-00-LE-CONSIG THRU 025-99-FIM-LE-CONSIG.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TIT-CONCILIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-CONCILIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 050-00-CONCILIA THRU 050-99-FIM-CONCILIA
               UNTIL FIM-CONSIG
                  OR CG-COD-FORNEC NOT = WS-FORN-ATU.
       040-99-FIM-FORNECEDOR.
           EXIT.
      *
       045-00-CONSUMO.
           PERFORM 060-00-LE-MES THRU 060-99-FIM-LE-MES.
           IF WS-M-CONS > ZEROS
              MOVE CG-COD-PRODUTO TO COD-PRODUTO
              READ ALMOX-S
                  INVALID KEY
                      MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
              END-READ
              DIVIDE WS-M-VALOR BY WS-M-CONS GIVING WS-PRECO-MEDIO
                  ROUNDED
              MOVE CG-COD-PRODUTO TO DC-CODIGO
              MOVE NOME-PRODUTO   TO DC-NOME
              MOVE WS-M-CONS      TO DC-QTD
              MOVE WS-PRECO-MEDIO TO DC-PRECO
              MOVE WS-M-VALOR     TO DC-VALOR
              MOVE WS-DET-CONSUMO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              ADD WS-M-VALOR TO WS-VALOR-FORN
              ADD 1 TO WS-ITENS-FORN
              ADD 1 TO WS-CONT-ITENS
           END-IF.
           PERFORM 025-00-LE-CONSIG THRU 025-99-FIM-LE-CONSIG.
       045-99-FIM-CONSUMO.
           EXIT.
      *
      *    Inicial + recebido - devolvido + acerto - consumido tem de
      *    dar o saldo final; a diferenca aponta movimento feito fora
      *    do CONSCAD e do MOVPOST.
       050-00-CONCILIA.
           PERFORM 060-00-LE-MES THRU 060-99-FIM-LE-MES.
           MOVE CG-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           COMPUTE WS-CALCULADO = WS-M-INI + WS-M-REC - WS-M-DEV
               + WS-M-AJU - WS-M-CONS.
           MOVE SPACES TO DR-AVISO.
           IF WS-CALCULADO NOT = WS-M-FIM
              MOVE "DIVERG" TO DR-AVISO
              ADD 1 TO WS-CONT-DIVERG
           END-IF.
           MOVE CG-COD-PRODUTO TO DR-CODIGO.
           MOVE NOME-PRODUTO   TO DR-NOME.
           MOVE WS-M-INI       TO DR-INI.
           MOVE WS-M-REC       TO DR-REC.
           MOVE WS-M-DEV       TO DR-DEV.
           MOVE WS-M-AJU       TO DR-AJU.
           MOVE WS-M-CONS      TO DR-CONS.
           MOVE WS-M-FIM       TO DR-FIM.
           MOVE WS-DET-CONCILIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 025-00-LE-CONSIG THRU 025-99-FIM-LE-CONSIG.
       050-99-FIM-CONCILIA.
           EXIT.
      *
      *    Totais do mes do acordo corrente. Sem registro no mes o
      *    saldo e o inicial do proximo mes com movimento ou, nao
      *    havendo, o saldo atual do acordo.
       060-00-LE-MES.
           MOVE ZEROS TO WS-M-REC.
           MOVE ZEROS TO WS-M-DEV.
           MOVE ZEROS TO WS-M-AJU.
           MOVE ZEROS TO WS-M-CONS.
           MOVE ZEROS TO WS-M-VALOR.
           MOVE CG-COD-FORNEC  TO CM-COD-FORNEC.
           MOVE CG-COD-PRODUTO TO CM-COD-PRODUTO.
           MOVE WS-ANO TO CM-ANO.
           MOVE WS-MES TO CM-MES.
           READ CONSMES-S
               INVALID KEY
                   GO TO 060-50-SEM-MES
           END-READ.
           MOVE CM-SALDO-INI     TO WS-M-INI.
           MOVE CM-QTD-RECEB     TO WS-M-REC.
           MOVE CM-QTD-DEVOL     TO WS-M-DEV.
           MOVE CM-QTD-AJUSTE    TO WS-M-AJU.
           MOVE CM-QTD-CONSUMO   TO WS-M-CONS.
           MOVE CM-VALOR-CONSUMO TO WS-M-VALOR.
           MOVE CM-SALDO-FIM     TO WS-M-FIM.
           GO TO 060-99-FIM-LE-MES.
       060-50-SEM-MES.
           MOVE CG-SALDO TO WS-M-INI.
           START CONSMES-S KEY > CM-CHAVE
               INVALID KEY
                   GO TO 060-80-SALDO
           END-START.
           READ CONSMES-S NEXT RECORD
               AT END
                   GO TO 060-80-SALDO
           END-READ.
           IF CM-COD-FORNEC = CG-COD-FORNEC
              AND CM-COD-PRODUTO = CG-COD-PRODUTO
              MOVE CM-SALDO-INI TO WS-M-INI
           END-IF.
       060-80-SALDO.
           MOVE WS-M-INI TO WS-M-FIM.
       060-99-FIM-LE-MES.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-FORN TO TOT-FORNS.
           MOVE WS-LINHA-TOT-FORNS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ITENS TO TOT-ITENS.
           MOVE WS-LINHA-TOT-ITENS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-DIVERG TO TOT-DIVERG.
           MOVE WS-LINHA-TOT-DIVERG TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-VALOR-GERAL TO TOT-VALOR.
           MOVE WS-LINHA-TOT-VALOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE CONSIG-S.
           CLOSE CONSMES-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CONSEXT ---------***
