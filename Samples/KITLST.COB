       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITLST.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * KITLST - KITS QUE PODEM SER MONTADOS COM O ESTOQUE
      * Para cada kit cadastrado no KITCAD lista os componentes de
      * KITCOMP.DAT com a quantidade por kit, o disponivel (estoque
      * menos reservas abertas de REQUIS.DAT, com as requisicoes de
      * kit explodidas nos componentes) e quantos kits esse
      * disponivel permite. O numero de kits que podem ser montados
      * e o menor deles, e o componente que da esse menor numero sai
      * como o que limita o kit. Gera KITLST.LST.
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
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
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
           VALUE OF FILE-ID "KITLST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "KITLST  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIM-REQUIS  PIC X(01) VALUE "N".
               88  FIM-REQUIS          VALUE "S".
           02  WS-FIM-KITCOMP PIC X(01) VALUE "N".
               88  FIM-KITCOMP         VALUE "S".
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-KIT-ATU     PIC 9(04) VALUE ZEROS.
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-POSSIVEIS   PIC 9(06) VALUE ZEROS.
           02  WS-MENOR       PIC 9(06) VALUE ZEROS.
           02  WS-LIMITANTE   PIC 9(04) VALUE ZEROS.
           02  WS-NOME-LIMITANTE PIC X(25) VALUE SPACES.
           02  WS-CONT-KITS   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ZERADOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-POSSIVEIS PIC 9(07) VALUE ZEROS.
           02  WS-DATA-HOJE.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
               03  WS-HOJE-DIA PIC 9(02).
       01  WS-TABELA-ESTOQUE.
           02  WS-ESTOQUE OCCURS 9999 TIMES
                          PIC 9(04) VALUE ZEROS.
       01  WS-TABELA-RESERVA.
           02  WS-RESERVA OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "KITLST - KITS QUE PODEM SER MONTADOS COM O ESTOQUE".
       01  WS-CAB-PARAM.
           02  FILLER         PIC X(06) VALUE "DATA: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "COMP.".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(25) VALUE "NOME DO COMPONENTE".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "QTD/KIT".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "DISPONIVEL".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "   KITS".
       01  WS-LINHA-KIT.
           02  FILLER         PIC X(04) VALUE "KIT ".
           02  LK-CODIGO      PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  LK-NOME        PIC X(30).
           02  LK-AVISO       PIC X(20).
       01  WS-DETALHE.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-NOME       PIC X(25).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DET-QTD-KIT    PIC ZZZ9.
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DET-DISPONIVEL PIC ZZZ.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-POSSIVEIS  PIC ZZZ.ZZ9.
       01  WS-LINHA-POSSIVEIS.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(16) VALUE "KITS POSSIVEIS: ".
           02  LP-POSSIVEIS   PIC ZZZ.ZZ9.
           02  FILLER         PIC X(16) VALUE "   LIMITADO POR ".
           02  LP-LIMITANTE   PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  LP-NOME        PIC X(25).
       01  WS-LINHA-TOT-KITS.
           02  FILLER         PIC X(30) VALUE
               "KITS CADASTRADOS.............:".
           02  TOT-KITS       PIC ZZZZ9.
       01  WS-LINHA-TOT-ZERADOS.
           02  FILLER         PIC X(30) VALUE
               "KITS SEM ESTOQUE P/ MONTAR...:".
           02  TOT-ZERADOS    PIC ZZZZ9.
       01  WS-LINHA-TOT-POSSIVEIS.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DE KITS POSSIVEIS......:".
           02  TOT-POSSIVEIS  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 025-00-CARREGA-ESTOQUE THRU 025-99-FIM-ESTOQUE
               UNTIL FIM-ARQUIVO.
           PERFORM 030-00-CARREGA-RESERVA THRU 030-99-FIM-RESERVA.
           PERFORM 040-00-KIT THRU 040-99-FIM-KIT
               UNTIL FIM-KITCOMP.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       020-00-ABRIR.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           IF WS-FS-KITCOMP NOT = "00"
              DISPLAY "Erro ao Abrir KITCOMP.DAT - Status: "
                  WS-FS-KITCOMP
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-HOJE-DIA TO CAB-DIA.
           MOVE WS-HOJE-MES TO CAB-MES.
           MOVE WS-HOJE-ANO TO CAB-ANO.
           MOVE WS-CAB-PARAM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       025-00-CARREGA-ESTOQUE.
           IF COD-PRODUTO > ZEROS
              MOVE QTD-ESTOQUE TO WS-ESTOQUE (COD-PRODUTO)
           END-IF.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       025-99-FIM-ESTOQUE.
           EXIT.
      *
      *    Reservas abertas de REQUIS.DAT, como no PEDCOM: a de
      *    requisicao parcial e so o restante, e a linha de kit
      *    reserva os componentes. Depois posiciona KITCOMP.DAT no
      *    inicio para a listagem.
       030-00-CARREGA-RESERVA.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS = "00"
              READ REQUIS-S
                  AT END
                      MOVE "S" TO WS-FIM-REQUIS
              END-READ
              PERFORM 032-00-RESERVA THRU 032-99-FIM-RESERVA
                  UNTIL FIM-REQUIS
              CLOSE REQUIS-S
           END-IF.
           MOVE ZEROS TO KC-CHAVE.
           START KITCOMP-S KEY NOT < KC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-KITCOMP
           END-START.
           IF NOT FIM-KITCOMP
              READ KITCOMP-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-KITCOMP
              END-READ
           END-IF.
       030-99-FIM-RESERVA.
           EXIT.
      *
       032-00-RESERVA.
           IF (REQ-ABERTA OR REQ-PARCIAL)
              AND RQ-COD-PRODUTO > ZEROS
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
              PERFORM 034-00-RESERVA-KIT THRU 034-99-FIM-RESERVA-KIT
              IF WS-ACHOU-KIT = "N"
                 ADD WS-RESTANTE TO WS-RESERVA (RQ-COD-PRODUTO)
              END-IF
           END-IF.
           READ REQUIS-S
               AT END
                   MOVE "S" TO WS-FIM-REQUIS
           END-READ.
       032-99-FIM-RESERVA.
           EXIT.
      *
       034-00-RESERVA-KIT.
           MOVE "N" TO WS-ACHOU-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 034-99-FIM-RESERVA-KIT
           END-START.
       034-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 034-99-FIM-RESERVA-KIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 034-99-FIM-RESERVA-KIT.
           MOVE "S" TO WS-ACHOU-KIT.
           COMPUTE WS-RESERVA (KC-COD-COMP) =
               WS-RESERVA (KC-COD-COMP) + (WS-RESTANTE * KC-QTD).
           GO TO 034-50-LE-COMP.
       034-99-FIM-RESERVA-KIT.
           EXIT.
      *
      *    KITCOMP.DAT em ordem de kit e componente: cada quebra de
      *    kit imprime o cabecalho, os componentes e os kits que
      *    podem ser montados.
       040-00-KIT.
           MOVE KC-COD-KIT TO WS-KIT-ATU.
           MOVE WS-KIT-ATU TO COD-PRODUTO.
           MOVE SPACES TO LK-AVISO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
                   MOVE SPACE TO TIPO-PRODUTO
           END-READ.
           IF NOT PRODUTO-KIT
              MOVE "  (NAO MARCADO KIT)" TO LK-AVISO
           END-IF.
           MOVE WS-KIT-ATU   TO LK-CODIGO.
           MOVE NOME-PRODUTO TO LK-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-KIT TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 999999 TO WS-MENOR.
           MOVE ZEROS  TO WS-LIMITANTE.
           MOVE SPACES TO WS-NOME-LIMITANTE.
           PERFORM 045-00-COMPONENTE THRU 045-99-FIM-COMPONENTE
               UNTIL FIM-KITCOMP
                  OR KC-COD-KIT NOT = WS-KIT-ATU.
           IF WS-MENOR = 999999
              MOVE ZEROS TO WS-MENOR
           END-IF.
           MOVE WS-MENOR          TO LP-POSSIVEIS.
           MOVE WS-LIMITANTE      TO LP-LIMITANTE.
           MOVE WS-NOME-LIMITANTE TO LP-NOME.
           MOVE WS-LINHA-POSSIVEIS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-CONT-KITS.
           ADD WS-MENOR TO WS-TOTAL-POSSIVEIS.
           IF WS-MENOR = ZEROS
              ADD 1 TO WS-CONT-ZERADOS
           END-IF.
       040-99-FIM-KIT.
           EXIT.
      *
      *    Disponivel negativo (reserva maior que o estoque) conta
      *    como zero. Em empate fica o primeiro componente.
       045-00-COMPONENTE.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           COMPUTE WS-DISPONIVEL = WS-ESTOQUE (KC-COD-COMP)
               - WS-RESERVA (KC-COD-COMP).
           IF WS-DISPONIVEL < ZEROS
              MOVE ZEROS TO WS-DISPONIVEL
           END-IF.
           MOVE ZEROS TO WS-POSSIVEIS.
           IF KC-QTD > ZEROS
              DIVIDE WS-DISPONIVEL BY KC-QTD GIVING WS-POSSIVEIS
           END-IF.
           IF WS-POSSIVEIS < WS-MENOR
              MOVE WS-POSSIVEIS TO WS-MENOR
              MOVE KC-COD-COMP  TO WS-LIMITANTE
              MOVE NOME-PRODUTO TO WS-NOME-LIMITANTE
           END-IF.
           MOVE KC-COD-COMP   TO DET-CODIGO.
           MOVE NOME-PRODUTO  TO DET-NOME.
           MOVE KC-QTD        TO DET-QTD-KIT.
           MOVE WS-DISPONIVEL TO DET-DISPONIVEL.
           MOVE WS-POSSIVEIS  TO DET-POSSIVEIS.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ KITCOMP-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KITCOMP
           END-READ.
       045-99-FIM-COMPONENTE.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-KITS TO TOT-KITS.
           MOVE WS-LINHA-TOT-KITS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ZERADOS TO TOT-ZERADOS.
           MOVE WS-LINHA-TOT-ZERADOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-POSSIVEIS TO TOT-POSSIVEIS.
           MOVE WS-LINHA-TOT-POSSIVEIS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE KITCOMP-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA KITLST ---------***
