       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CICLACU.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * INDICE DE ACURACIDADE DO INVENTARIO (CONTAGEM CICLICA)
      * Le o historico CICLHIST.DAT, gravado pelo CONTAJU no acerto
      * das contagens ciclicas, e para o mes pedido (AAAAMM, zero =
      * mes corrente) calcula o percentual de unidades produto/local
      * cuja contagem ficou dentro da tolerancia em relacao ao saldo
      * em livro. A tolerancia e informada em percentual por classe
      * ABC (zero = contagem tem que bater exatamente). Lista as
      * unidades fora da tolerancia com a diferenca em quantidade e
      * em valor (ao custo medio do acerto) e imprime os indices por
      * classe, por local (nome de LOCAIS.DAT) e o indice geral em
      * CICLACU.LST, arquivado pelo RELARQ.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CICLHIST.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT LOCAIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-COD-LOCAL
               FILE STATUS IS WS-FS-LOCAIS.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
       FD CICLHIST-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CICLHIST
           VALUE OF FILE-ID "CICLHIST.DAT".
       01  REG-CICLHIST.
           02  CH-DATA.
               03  CH-ANO-MES PIC 9(06).
               03  CH-DIA     PIC 9(02).
           02  CH-COD-PRODUTO PIC 9(04).
           02  CH-COD-LOCAL   PIC 9(02).
           02  CH-CLASSE      PIC X(01).
           02  CH-QTD-LIVRO   PIC 9(04).
           02  CH-QTD-CONTADA PIC 9(04).
           02  CH-CUSTO-UNIT  PIC 9(05)V99.
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
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCAL
           VALUE OF FILE-ID "LOCAIS.DAT".
       01  REG-LOCAL.
           02  LC-COD-LOCAL   PIC 9(02).
           02  LC-NOME        PIC X(30).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CICLACU.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-CICLHIST PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-TEM-LOCAIS  PIC X(01) VALUE "N".
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CICLACU ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-MES-REF     PIC 9(06) VALUE ZEROS.
           02  WS-TOL-A       PIC 9(02) VALUE ZEROS.
           02  WS-TOL-B       PIC 9(02) VALUE ZEROS.
           02  WS-TOL-C       PIC 9(02) VALUE ZEROS.
           02  WS-TOLERANCIA  PIC 9(02) VALUE ZEROS.
           02  WS-IND-CLASSE  PIC 9(01) VALUE ZEROS.
           02  WS-IND-LOCAL   PIC 9(03) COMP VALUE ZEROS.
           02  WS-DIF-QTD     PIC S9(05) VALUE ZEROS.
           02  WS-DIF-ABS     PIC 9(05) VALUE ZEROS.
           02  WS-DIF-VALOR   PIC S9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ABS   PIC 9(09)V99 VALUE ZEROS.
           02  WS-DENTRO      PIC X(01) VALUE "N".
           02  WS-PERC        PIC 9(03)V9 VALUE ZEROS.
           02  WS-TOT-UNID    PIC 9(05) VALUE ZEROS.
           02  WS-TOT-DENTRO  PIC 9(05) VALUE ZEROS.
           02  WS-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
           02  WS-CONT-FORA   PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO-MES PIC 9(06) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
      *    Acumuladores por classe (1=A 2=B 3=C) e por local (local
      *    + 1, o local 00 na primeira posicao).
       01  WS-TABELA-CLASSES.
           02  WS-POR-CLASSE OCCURS 3 TIMES.
               03  TC-UNIDADES    PIC 9(05).
               03  TC-DENTRO      PIC 9(05).
               03  TC-VALOR       PIC 9(09)V99.
       01  WS-TABELA-LOCAIS.
           02  WS-POR-LOCAL OCCURS 100 TIMES.
               03  TL-UNIDADES    PIC 9(05).
               03  TL-DENTRO      PIC 9(05).
               03  TL-VALOR       PIC 9(09)V99.
       01  WS-NOMES-CLASSE.
           02  FILLER         PIC X(01) VALUE "A".
           02  FILLER         PIC X(01) VALUE "B".
           02  FILLER         PIC X(01) VALUE "C".
       01  WS-NOMES-CLASSE-R REDEFINES WS-NOMES-CLASSE.
           02  WS-NOME-CLASSE PIC X(01) OCCURS 3 TIMES.
       01  WS-CAB-01          PIC X(80) VALUE
           "ACURACIDADE DO INVENTARIO - CONTAGEM CICLICA".
       01  WS-CAB-MES.
           02  FILLER         PIC X(05) VALUE "MES: ".
           02  CAB-MES        PIC 99.
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
           02  FILLER         PIC X(06) VALUE SPACES.
           02  FILLER         PIC X(16) VALUE "TOLERANCIA  A: ".
           02  CAB-TOL-A      PIC Z9.
           02  FILLER         PIC X(06) VALUE "%  B: ".
           02  CAB-TOL-B      PIC Z9.
           02  FILLER         PIC X(06) VALUE "%  C: ".
           02  CAB-TOL-C      PIC Z9.
           02  FILLER         PIC X(01) VALUE "%".
       01  WS-CAB-FORA        PIC X(80) VALUE
           "UNIDADES FORA DA TOLERANCIA".
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "DATA".
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(04) VALUE "LOC".
           02  FILLER         PIC X(24) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(03) VALUE "CL".
           02  FILLER         PIC X(06) VALUE "LIVRO".
           02  FILLER         PIC X(06) VALUE "CONT.".
           02  FILLER         PIC X(07) VALUE "DIFER.".
           02  FILLER         PIC X(13) VALUE "  VALOR DIF.".
       01  WS-DETALHE.
           02  DET-DIA        PIC 99.
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 99.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LOCAL      PIC 99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-NOME       PIC X(23).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-CLASSE     PIC X(01).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-LIVRO      PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CONTADA    PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DIF        PIC -ZZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-VALOR      PIC -ZZZ.ZZ9,99.
       01  WS-CAB-CLASSE.
           02  FILLER         PIC X(24) VALUE "INDICE POR CLASSE".
           02  FILLER         PIC X(10) VALUE "UNIDADES".
           02  FILLER         PIC X(10) VALUE "DENTRO".
           02  FILLER         PIC X(10) VALUE "ACURAC.%".
           02  FILLER         PIC X(16) VALUE "VALOR DIVERG.".
       01  WS-CAB-LOCAL.
           02  FILLER         PIC X(24) VALUE "INDICE POR LOCAL".
           02  FILLER         PIC X(10) VALUE "UNIDADES".
           02  FILLER         PIC X(10) VALUE "DENTRO".
           02  FILLER         PIC X(10) VALUE "ACURAC.%".
           02  FILLER         PIC X(16) VALUE "VALOR DIVERG.".
       01  WS-LINHA-INDICE.
           02  IND-NOME       PIC X(24).
           02  IND-UNIDADES   PIC ZZZZ9.
           02  FILLER         PIC X(05) VALUE SPACES.
           02  IND-DENTRO     PIC ZZZZ9.
           02  FILLER         PIC X(05) VALUE SPACES.
           02  IND-PERC       PIC ZZ9,9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  IND-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-NOME-INDICE.
           02  NI-COD         PIC 99.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  NI-NOME        PIC X(20).
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUMA CONTAGEM CICLICA ACERTADA NO MES".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-PROCESSA THRU 030-99-FIM-PROCESSA
               UNTIL FIM-ARQUIVO.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Mes de referencia (AAAAMM, 0=mes corrente): ".
           ACCEPT WS-MES-REF.
           IF WS-MES-REF = ZEROS
              MOVE WS-HOJE-ANO-MES TO WS-MES-REF.
           DISPLAY "Tolerancia % classe A (0=exata)...........: ".
           ACCEPT WS-TOL-A.
           DISPLAY "Tolerancia % classe B (0=exata)...........: ".
           ACCEPT WS-TOL-B.
           DISPLAY "Tolerancia % classe C (0=exata)...........: ".
           ACCEPT WS-TOL-C.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT CICLHIST-S.
           IF WS-FS-CICLHIST NOT = "00"
              DISPLAY "Erro ao Abrir CICLHIST.DAT - Status: "
                  WS-FS-CICLHIST
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS = "00"
              MOVE "S" TO WS-TEM-LOCAIS
           END-IF.
           MOVE ZEROS TO WS-TABELA-CLASSES.
           MOVE ZEROS TO WS-TABELA-LOCAIS.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-MES-REF (5:2) TO CAB-MES.
           MOVE WS-MES-REF (1:4) TO CAB-ANO.
           MOVE WS-TOL-A TO CAB-TOL-A.
           MOVE WS-TOL-B TO CAB-TOL-B.
           MOVE WS-TOL-C TO CAB-TOL-C.
           MOVE WS-CAB-MES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-FORA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       020-99-FIM-ABRIR.
           EXIT.
      *
       030-00-PROCESSA.
           READ CICLHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 030-99-FIM-PROCESSA
           END-READ.
           IF CH-ANO-MES NOT = WS-MES-REF
              GO TO 030-99-FIM-PROCESSA.
           IF CH-CLASSE = "A"
              MOVE 1 TO WS-IND-CLASSE
              MOVE WS-TOL-A TO WS-TOLERANCIA
           ELSE
              IF CH-CLASSE = "B"
                 MOVE 2 TO WS-IND-CLASSE
                 MOVE WS-TOL-B TO WS-TOLERANCIA
              ELSE
                 MOVE 3 TO WS-IND-CLASSE
                 MOVE WS-TOL-C TO WS-TOLERANCIA
              END-IF
           END-IF.
           COMPUTE WS-IND-LOCAL = CH-COD-LOCAL + 1.
           COMPUTE WS-DIF-QTD = CH-QTD-CONTADA - CH-QTD-LIVRO.
           IF WS-DIF-QTD < ZEROS
              COMPUTE WS-DIF-ABS = ZEROS - WS-DIF-QTD
           ELSE
              MOVE WS-DIF-QTD TO WS-DIF-ABS
           END-IF.
           COMPUTE WS-DIF-VALOR ROUNDED = WS-DIF-QTD * CH-CUSTO-UNIT.
           COMPUTE WS-VALOR-ABS ROUNDED = WS-DIF-ABS * CH-CUSTO-UNIT.
      *    Dentro da tolerancia: diferenca ate o percentual da classe
      *    sobre o saldo em livro (com livro zero, so a contagem zero).
           MOVE "N" TO WS-DENTRO.
           IF (WS-DIF-ABS * 100) NOT > (WS-TOLERANCIA * CH-QTD-LIVRO)
              MOVE "S" TO WS-DENTRO.
           ADD 1 TO TC-UNIDADES (WS-IND-CLASSE).
           ADD 1 TO TL-UNIDADES (WS-IND-LOCAL).
           ADD 1 TO WS-TOT-UNID.
           ADD WS-VALOR-ABS TO TC-VALOR (WS-IND-CLASSE).
           ADD WS-VALOR-ABS TO TL-VALOR (WS-IND-LOCAL).
           ADD WS-VALOR-ABS TO WS-TOT-VALOR.
           IF WS-DENTRO = "S"
              ADD 1 TO TC-DENTRO (WS-IND-CLASSE)
              ADD 1 TO TL-DENTRO (WS-IND-LOCAL)
              ADD 1 TO WS-TOT-DENTRO
              GO TO 030-99-FIM-PROCESSA.
           ADD 1 TO WS-CONT-FORA.
           MOVE CH-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           MOVE CH-DIA TO DET-DIA.
           MOVE CH-ANO-MES (5:2) TO DET-MES.
           MOVE CH-COD-PRODUTO TO DET-CODIGO.
           MOVE CH-COD-LOCAL TO DET-LOCAL.
           MOVE NOME-PRODUTO TO DET-NOME.
           MOVE CH-CLASSE TO DET-CLASSE.
           MOVE CH-QTD-LIVRO TO DET-LIVRO.
           MOVE CH-QTD-CONTADA TO DET-CONTADA.
           MOVE WS-DIF-QTD TO DET-DIF.
           MOVE WS-DIF-VALOR TO DET-VALOR.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       030-99-FIM-PROCESSA.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           IF WS-TOT-UNID = ZEROS
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 080-99-FIM-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-CLASSE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND-CLASSE.
           PERFORM 082-00-CLASSE THRU 082-99-FIM-CLASSE
               UNTIL WS-IND-CLASSE > 3.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-LOCAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND-LOCAL.
           PERFORM 084-00-LOCAL THRU 084-99-FIM-LOCAL
               UNTIL WS-IND-LOCAL > 100.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "INDICE GERAL" TO IND-NOME.
           MOVE WS-TOT-UNID TO IND-UNIDADES.
           MOVE WS-TOT-DENTRO TO IND-DENTRO.
           COMPUTE WS-PERC ROUNDED =
               (WS-TOT-DENTRO * 100) / WS-TOT-UNID.
           MOVE WS-PERC TO IND-PERC.
           MOVE WS-TOT-VALOR TO IND-VALOR.
           MOVE WS-LINHA-INDICE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       082-00-CLASSE.
           IF TC-UNIDADES (WS-IND-CLASSE) = ZEROS
              GO TO 082-90-PROXIMA.
           MOVE SPACES TO IND-NOME.
           STRING "CLASSE " WS-NOME-CLASSE (WS-IND-CLASSE)
               DELIMITED BY SIZE INTO IND-NOME.
           MOVE TC-UNIDADES (WS-IND-CLASSE) TO IND-UNIDADES.
           MOVE TC-DENTRO (WS-IND-CLASSE) TO IND-DENTRO.
           COMPUTE WS-PERC ROUNDED = (TC-DENTRO (WS-IND-CLASSE) * 100)
               / TC-UNIDADES (WS-IND-CLASSE).
           MOVE WS-PERC TO IND-PERC.
           MOVE TC-VALOR (WS-IND-CLASSE) TO IND-VALOR.
           MOVE WS-LINHA-INDICE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       082-90-PROXIMA.
           ADD 1 TO WS-IND-CLASSE.
       082-99-FIM-CLASSE.
           EXIT.
      *
       084-00-LOCAL.
           IF TL-UNIDADES (WS-IND-LOCAL) = ZEROS
              GO TO 084-90-PROXIMO.
           COMPUTE NI-COD = WS-IND-LOCAL - 1.
           IF NI-COD = ZEROS
              MOVE "SEM LOCAL DEFINIDO" TO NI-NOME
           ELSE
              MOVE "NAO CADASTRADO" TO NI-NOME
              IF WS-TEM-LOCAIS = "S"
                 MOVE NI-COD TO LC-COD-LOCAL
                 READ LOCAIS-S
                     NOT INVALID KEY
                         MOVE LC-NOME TO NI-NOME
                 END-READ
              END-IF
           END-IF.
           MOVE WS-NOME-INDICE TO IND-NOME.
           MOVE TL-UNIDADES (WS-IND-LOCAL) TO IND-UNIDADES.
           MOVE TL-DENTRO (WS-IND-LOCAL) TO IND-DENTRO.
           COMPUTE WS-PERC ROUNDED = (TL-DENTRO (WS-IND-LOCAL) * 100)
               / TL-UNIDADES (WS-IND-LOCAL).
           MOVE WS-PERC TO IND-PERC.
           MOVE TL-VALOR (WS-IND-LOCAL) TO IND-VALOR.
           MOVE WS-LINHA-INDICE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       084-90-PROXIMO.
           ADD 1 TO WS-IND-LOCAL.
       084-99-FIM-LOCAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE CICLHIST-S.
           CLOSE ALMOX-S.
           IF WS-TEM-LOCAIS = "S"
              CLOSE LOCAIS-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CICLACU ---------***
