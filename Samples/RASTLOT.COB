      * DEPTOS.DAT). E o relatorio que o fiscal sanitario pede num
      * recall de perecivel: quem recebeu material do lote e quanto
      * ainda esta na prateleira para segregar.
      * As devolucoes de departamento que voltaram ao lote (tipo D
      * em LOTCONS.DAT) saem na mesma lista marcadas DEVOLUCAO e
      * sao abatidas do total consumido.
      * As devolucoes ao fornecedor (tipo F, gravadas pelo MOVPOST a
      * partir do DEVCAD) saem marcadas DEV.FORN., com o numero da
      * ordem de compra no lugar da requisicao, e contam como saida
      * do lote.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
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
       FD LOTES-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
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
       FD DEPTOS-S
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORD IS STANDARD
           02  DET-C-DEPTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-C-DEPNOME  PIC X(15).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-C-TIPO     PIC X(09).
       01  WS-LINHA-TOT-ENT.
           02  FILLER         PIC X(30) VALUE
               "TOTAL RECEBIDO NO HISTORICO..:".
           IF LN-COD-PRODUTO = WS-FIL-PRODUTO
              AND LN-LOTE = WS-FIL-LOTE
              ADD 1 TO WS-CONT-CONSUMOS
              IF LOTCONS-DEVOLUCAO
                 SUBTRACT LN-QTD FROM WS-TOT-CONSUMO
                 MOVE "DEVOLUCAO" TO DET-C-TIPO
              ELSE
                 ADD LN-QTD TO WS-TOT-CONSUMO
                 IF LOTCONS-DEV-FORNEC
                    MOVE "DEV.FORN." TO DET-C-TIPO
                 ELSE
                    MOVE SPACES TO DET-C-TIPO
                 END-IF
              END-IF
              MOVE LN-DATA (7:2) TO DET-C-DIA
              MOVE LN-DATA (5:2) TO DET-C-MES
              MOVE LN-DATA (1:4) TO DET-C-ANO
              MOVE LN-NUMERO-REQ TO DET-C-REQ
              MOVE LN-COD-DEPTO  TO DET-C-DEPTO
              IF LN-COD-DEPTO = ZEROS
                 IF LOTCONS-DEV-FORNEC
                    MOVE "(FORNECEDOR)" TO DET-C-DEPNOME
                 ELSE
                    MOVE "(SEM DEPTO)" TO DET-C-DEPNOME
                 END-IF
              ELSE
                 MOVE LN-COD-DEPTO TO DP-COD-DEPTO
                 READ DEPTOS-S
