       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTVAR.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CUSTVAR - PRODUTOS COM VARIACAO DE CUSTO ACIMA DE UM LIMITE
      * Para a contabilidade: le o historico de custos CUSTHIST.DAT
      * e, para o mes pedido (AAAAMM, zero = mes corrente), compara o
      * custo unitario de cada produto antes da primeira mudanca do
      * mes com o custo depois da ultima. Lista em CUSTVAR.LST os
      * produtos cuja variacao, para mais ou para menos, passa do
      * percentual informado, com o numero de mudancas no mes (o
      * detalhe de cada uma sai no CUSTHST). O cadastro inicial do
      * produto (causa C) nao conta como mudanca de custo.
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
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CUSTVAR.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CUSTVAR ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-HIST    PIC X(01) VALUE "N".
               88  FIM-HIST            VALUE "S".
           02  WS-ANOMES      PIC 9(06) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-LIMITE      PIC 9(03)V99 VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-VARIACAO    PIC S9(05)V99 VALUE ZEROS.
           02  WS-VAR-ABS     PIC 9(05)V99 VALUE ZEROS.
           02  WS-CONT-MUDADOS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LISTADOS PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-CUSTOS.
           02  WS-CUSTO OCCURS 9999 TIMES.
               03  TB-CUSTO-INI   PIC 9(05)V99.
               03  TB-CUSTO-FIM   PIC 9(05)V99.
               03  TB-MUDANCAS    PIC 9(03).
       01  WS-CAB-01          PIC X(80) VALUE
           "CUSTVAR - PRODUTOS COM VARIACAO DE CUSTO NO MES".
       01  WS-CAB-PARAM.
           02  FILLER         PIC X(05) VALUE "MES: ".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
           02  FILLER         PIC X(24) VALUE
               "   VARIACAO ACIMA DE...:".
           02  CAB-LIMITE     PIC ZZ9,99.
           02  FILLER         PIC X(02) VALUE " %".
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(25) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "CUSTO INI".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "CUSTO FIM".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "  VAR. %".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "MUD.".
       01  WS-DETALHE.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-NOME       PIC X(25).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-CUSTO-INI  PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CUSTO-FIM  PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-VARIACAO   PIC -ZZZ9,99.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-MUDANCAS   PIC ZZ9.
       01  WS-LINHA-TOT-MUDADOS.
           02  FILLER         PIC X(30) VALUE
               "PRODUTOS COM MUDANCA NO MES..:".
           02  TOT-MUDADOS    PIC ZZZZ9.
       01  WS-LINHA-TOT-LISTADOS.
           02  FILLER         PIC X(30) VALUE
               "PRODUTOS ACIMA DO LIMITE.....:".
           02  TOT-LISTADOS   PIC ZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-ACUMULA THRU 030-99-FIM-ACUMULA
               UNTIL FIM-HIST.
           MOVE 1 TO WS-IND.
           PERFORM 040-00-PRODUTO THRU 040-99-FIM-PRODUTO
               UNTIL WS-IND > 9999.
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
           DISPLAY "Variacao acima de % (999,99): ".
           ACCEPT WS-LIMITE.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT CUSTHIST-S.
           IF WS-FS-CUSTHIST NOT = "00"
              DISPLAY "Erro ao Abrir CUSTHIST.DAT - Status: "
                  WS-FS-CUSTHIST
              STOP RUN
           END-IF.
           MOVE ZEROS TO WS-TABELA-CUSTOS.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-ANOMES (5:2) TO CAB-MES.
           MOVE WS-ANOMES (1:4) TO CAB-ANO.
           MOVE WS-LIMITE TO CAB-LIMITE.
           MOVE WS-CAB-PARAM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ CUSTHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Historico em ordem de ocorrencia: a primeira mudanca do
      *    mes da o custo inicial e a ultima o custo final.
       030-00-ACUMULA.
           IF CH-DATA (1:6) NOT = WS-ANOMES
              OR CAUSA-CADASTRO
              OR CH-COD-PRODUTO = ZEROS
              GO TO 030-90-PROXIMO.
           IF TB-MUDANCAS (CH-COD-PRODUTO) = ZEROS
              MOVE CH-CUSTO-ANT TO TB-CUSTO-INI (CH-COD-PRODUTO)
           END-IF.
           MOVE CH-CUSTO-NOVO TO TB-CUSTO-FIM (CH-COD-PRODUTO).
           IF TB-MUDANCAS (CH-COD-PRODUTO) < 999
              ADD 1 TO TB-MUDANCAS (CH-COD-PRODUTO)
           END-IF.
       030-90-PROXIMO.
           READ CUSTHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       030-99-FIM-ACUMULA.
           EXIT.
      *
       040-00-PRODUTO.
           IF TB-MUDANCAS (WS-IND) = ZEROS
              GO TO 040-90-PROXIMO.
           ADD 1 TO WS-CONT-MUDADOS.
           IF TB-CUSTO-INI (WS-IND) = ZEROS
              MOVE 9999,99 TO WS-VARIACAO
           ELSE
              COMPUTE WS-VARIACAO ROUNDED =
                  (TB-CUSTO-FIM (WS-IND) - TB-CUSTO-INI (WS-IND))
                  * 100 / TB-CUSTO-INI (WS-IND)
                  ON SIZE ERROR
                      MOVE 9999,99 TO WS-VARIACAO
              END-COMPUTE
           END-IF.
           IF WS-VARIACAO < ZEROS
              COMPUTE WS-VAR-ABS = WS-VARIACAO * -1
           ELSE
              MOVE WS-VARIACAO TO WS-VAR-ABS
           END-IF.
           IF WS-VAR-ABS NOT > WS-LIMITE
              GO TO 040-90-PROXIMO.
           MOVE WS-IND TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           MOVE WS-IND                 TO DET-CODIGO.
           MOVE NOME-PRODUTO           TO DET-NOME.
           MOVE TB-CUSTO-INI (WS-IND)  TO DET-CUSTO-INI.
           MOVE TB-CUSTO-FIM (WS-IND)  TO DET-CUSTO-FIM.
           MOVE WS-VARIACAO            TO DET-VARIACAO.
           MOVE TB-MUDANCAS (WS-IND)   TO DET-MUDANCAS.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-CONT-LISTADOS.
       040-90-PROXIMO.
           ADD 1 TO WS-IND.
       040-99-FIM-PRODUTO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-MUDADOS TO TOT-MUDADOS.
           MOVE WS-LINHA-TOT-MUDADOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-LISTADOS TO TOT-LISTADOS.
           MOVE WS-LINHA-TOT-LISTADOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE CUSTHIST-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CUSTVAR ---------***
