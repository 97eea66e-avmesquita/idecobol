       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPATR.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * EMPATR - EMPRESTIMOS EM ATRASO POR DEPARTAMENTO
      * Le EMPREST.DAT (emprestimos de produtos retornaveis feitos
      * pelo EMPCAD) na ordem do departamento e lista os itens ainda
      * abertos ou devolvidos em parte cuja devolucao prevista ja
      * passou, com o tomador, a quantidade pendente, a data
      * prevista e os dias de atraso, e o subtotal de cada
      * departamento, para a cobranca semanal por telefone. O
      * atraso e contado ate a data de referencia perguntada ao
      * operador (zero = hoje). Gera EMPATR.LST.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-COD-PRODUTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EP-COD-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "EMPATR.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-EMPREST  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "EMPATR  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-TEM-DEPTO   PIC X(01) VALUE "N".
           02  WS-DATA-REF    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-REF-R REDEFINES WS-DATA-REF.
               03  WS-REF-ANO PIC 9(04).
               03  WS-REF-MES PIC 9(02).
               03  WS-REF-DIA PIC 9(02).
           02  WS-REF-INT     PIC 9(08) VALUE ZEROS.
           02  WS-PREV-INT    PIC 9(08) VALUE ZEROS.
           02  WS-PREV-MES    PIC 9(02) VALUE ZEROS.
           02  WS-PREV-DIA    PIC 9(02) VALUE ZEROS.
           02  WS-DIAS        PIC 9(05) VALUE ZEROS.
           02  WS-PENDENTE    PIC 9(04) VALUE ZEROS.
           02  WS-DEPTO-ATU   PIC 9(04) VALUE ZEROS.
           02  WS-ITENS-DEPTO PIC 9(05) VALUE ZEROS.
           02  WS-QTD-DEPTO   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-DEPTOS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ITENS  PIC 9(05) VALUE ZEROS.
           02  WS-TOT-QTD     PIC 9(07) VALUE ZEROS.
           02  WS-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "EMPATR - EMPRESTIMOS EM ATRASO POR DEPARTAMENTO".
       01  WS-CAB-PARAM.
           02  FILLER         PIC X(20) VALUE
               "ATRASO CONTADO ATE ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(10) VALUE "EMPREST.".
           02  FILLER         PIC X(05) VALUE "PROD.".
           02  FILLER         PIC X(16) VALUE "NOME".
           02  FILLER         PIC X(19) VALUE "TOMADOR".
           02  FILLER         PIC X(06) VALUE " PEND.".
           02  FILLER         PIC X(11) VALUE " PREVISTA".
           02  FILLER         PIC X(05) VALUE " DIAS".
       01  WS-LINHA-DEPTO.
           02  FILLER         PIC X(13) VALUE "DEPARTAMENTO ".
           02  LD-CODIGO      PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE " - ".
           02  LD-NOME        PIC X(15).
       01  WS-DETALHE.
           02  DET-NUMERO     PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ITEM       PIC 9(02).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(15).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-TOMADOR    PIC X(18).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-PENDENTE   PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-PREV-DIA   PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-PREV-MES   PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-PREV-ANO   PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DIAS       PIC ZZZZ9.
       01  WS-LINHA-SUBTOTAL.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(20) VALUE "ITENS EM ATRASO.....".
           02  ST-ITENS       PIC ZZZZ9.
           02  FILLER         PIC X(20) VALUE "   QTD PENDENTE.....".
           02  ST-QTD         PIC Z.ZZZ.ZZ9.
       01  WS-LINHA-TOT-DEPTOS.
           02  FILLER         PIC X(30) VALUE
               "DEPARTAMENTOS COM ATRASO.....:".
           02  TOT-DEPTOS     PIC ZZZZ9.
       01  WS-LINHA-TOT-ITENS.
           02  FILLER         PIC X(30) VALUE
               "ITENS EM ATRASO..............:".
           02  TOT-ITENS      PIC ZZZZ9.
       01  WS-LINHA-TOT-QTD.
           02  FILLER         PIC X(30) VALUE
               "QUANTIDADE PENDENTE..........:".
           02  TOT-QTD        PIC Z.ZZZ.ZZ9.
       01  WS-LINHA-TOT-MAIOR.
           02  FILLER         PIC X(30) VALUE
               "MAIOR ATRASO EM DIAS.........:".
           02  TOT-MAIOR      PIC ZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-PROCESSA THRU 030-99-FIM-PROCESSA
               UNTIL FIM-ARQUIVO.
           IF WS-TEM-DEPTO = "S"
              PERFORM 050-00-SUBTOTAL THRU 050-99-FIM-SUBTOTAL
           END-IF.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Data de referencia AAAAMMDD (0 = hoje): ".
           ACCEPT WS-DATA-REF.
           IF WS-DATA-REF = ZEROS
              ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-REF-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF).
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT EMPREST-S.
           IF WS-FS-EMPREST = "35"
              OPEN OUTPUT EMPREST-S
              CLOSE EMPREST-S
              OPEN INPUT EMPREST-S
           END-IF.
           IF WS-FS-EMPREST NOT = "00"
              DISPLAY "Erro ao Abrir EMPREST.DAT - Status: "
                  WS-FS-EMPREST
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS NOT = "00"
              DISPLAY "Erro ao Abrir DEPTOS.DAT - Status: "
                  WS-FS-DEPTOS
              STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-REF-DIA TO CAB-DIA.
           MOVE WS-REF-MES TO CAB-MES.
           MOVE WS-REF-ANO TO CAB-ANO.
           MOVE WS-CAB-PARAM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO EP-COD-DEPTO.
           START EMPREST-S KEY NOT < EP-COD-DEPTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
              READ EMPREST-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-READ
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    EMPREST.DAT pela chave do departamento. Prevista com
      *    mes/dia fora do calendario conta como vencida ontem, como
      *    a validade no LOTVENC.
       030-00-PROCESSA.
           IF NOT (EMPREST-ABERTO OR EMPREST-PARCIAL)
              GO TO 030-98-PROXIMO.
           COMPUTE WS-PENDENTE = EP-QTD - EP-QTD-DEVOL - EP-QTD-PERDA.
           IF WS-PENDENTE = ZEROS
              GO TO 030-98-PROXIMO.
           MOVE EP-DATA-PREVISTA (5:2) TO WS-PREV-MES.
           MOVE EP-DATA-PREVISTA (7:2) TO WS-PREV-DIA.
           IF WS-PREV-MES < 1 OR WS-PREV-MES > 12
              OR WS-PREV-DIA < 1 OR WS-PREV-DIA > 31
              MOVE WS-REF-INT TO WS-PREV-INT
              SUBTRACT 1 FROM WS-PREV-INT
           ELSE
              COMPUTE WS-PREV-INT =
                  FUNCTION INTEGER-OF-DATE (EP-DATA-PREVISTA)
                  ON SIZE ERROR
                      MOVE ZEROS TO WS-PREV-INT
           END-IF.
           IF WS-PREV-INT NOT < WS-REF-INT
              GO TO 030-98-PROXIMO.
           COMPUTE WS-DIAS = WS-REF-INT - WS-PREV-INT.
           IF WS-TEM-DEPTO = "N" OR EP-COD-DEPTO NOT = WS-DEPTO-ATU
              IF WS-TEM-DEPTO = "S"
                 PERFORM 050-00-SUBTOTAL THRU 050-99-FIM-SUBTOTAL
              END-IF
              PERFORM 040-00-DEPTO THRU 040-99-FIM-DEPTO
           END-IF.
           MOVE EP-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           MOVE EP-NUMERO      TO DET-NUMERO.
           MOVE EP-ITEM        TO DET-ITEM.
           MOVE EP-COD-PRODUTO TO DET-PRODUTO.
           MOVE NOME-PRODUTO   TO DET-NOME.
           MOVE EP-TOMADOR     TO DET-TOMADOR.
           MOVE WS-PENDENTE    TO DET-PENDENTE.
           MOVE EP-DATA-PREVISTA (7:2) TO DET-PREV-DIA.
           MOVE EP-DATA-PREVISTA (5:2) TO DET-PREV-MES.
           MOVE EP-DATA-PREVISTA (1:4) TO DET-PREV-ANO.
           MOVE WS-DIAS        TO DET-DIAS.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-ITENS-DEPTO.
           ADD WS-PENDENTE TO WS-QTD-DEPTO.
           ADD 1 TO WS-CONT-ITENS.
           ADD WS-PENDENTE TO WS-TOT-QTD.
           IF WS-DIAS > WS-MAIOR-ATRASO
              MOVE WS-DIAS TO WS-MAIOR-ATRASO
           END-IF.
       030-98-PROXIMO.
           READ EMPREST-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-PROCESSA.
           EXIT.
      *
       040-00-DEPTO.
           MOVE "S" TO WS-TEM-DEPTO.
           MOVE EP-COD-DEPTO TO WS-DEPTO-ATU.
           MOVE ZEROS TO WS-ITENS-DEPTO.
           MOVE ZEROS TO WS-QTD-DEPTO.
           ADD 1 TO WS-CONT-DEPTOS.
           MOVE EP-COD-DEPTO TO DP-COD-DEPTO.
           READ DEPTOS-S
               INVALID KEY
                   MOVE "(nao cadastrado)" TO DP-NOME
           END-READ.
           MOVE EP-COD-DEPTO TO LD-CODIGO.
           MOVE DP-NOME      TO LD-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-DEPTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       040-99-FIM-DEPTO.
           EXIT.
      *
       050-00-SUBTOTAL.
           MOVE WS-ITENS-DEPTO TO ST-ITENS.
           MOVE WS-QTD-DEPTO   TO ST-QTD.
           MOVE WS-LINHA-SUBTOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       050-99-FIM-SUBTOTAL.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-DEPTOS TO TOT-DEPTOS.
           MOVE WS-LINHA-TOT-DEPTOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ITENS TO TOT-ITENS.
           MOVE WS-LINHA-TOT-ITENS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-QTD TO TOT-QTD.
           MOVE WS-LINHA-TOT-QTD TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-MAIOR-ATRASO TO TOT-MAIOR.
           MOVE WS-LINHA-TOT-MAIOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE EMPREST-S.
           CLOSE ALMOX-S.
           CLOSE DEPTOS-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA EMPATR ---------***
