      * somente os produtos cujo disponivel esta abaixo do ponto de
      * pedido. Produtos sem ponto de pedido cadastrado nao entram
      * na comparacao.
      * Requisicao de kit (produto TIPO-PRODUTO K do KITCAD) reserva
      * os componentes, na quantidade por kit de KITCOMP.DAT, e o
      * proprio kit, que nao tem estoque, nao e comparado.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
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
       FD PEDIDO-S
           RECORD CONTAINS 08 CHARACTERS
           LABEL RECORD IS STANDARD
           02  PD-COD-PRODUTO PIC 9(04).
           02  PTO-PEDIDO     PIC 9(04).
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
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "ALMOXBX.LST".
       01  LINHA-RELATORIO    PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
               88  FIM-REQUIS          VALUE "S".
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-TEM-KITCOMP PIC X(01) VALUE "N".
           02  WS-ACHOU-KIT   PIC X(01) VALUE "N".
       01  WS-TABELA-RESERVA.
           02  WS-RESERVA OCCURS 9999 TIMES
                          PIC 9(06) VALUE ZEROS.
              STOP RUN
           END-IF.
           OPEN INPUT PEDIDO-S.
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
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF (REQ-ABERTA OR REQ-PARCIAL)
              AND RQ-COD-PRODUTO > ZEROS
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
              PERFORM 028-00-RESERVA-KIT THRU 028-99-FIM-RESERVA-KIT
              IF WS-ACHOU-KIT = "N"
                 ADD WS-RESTANTE TO WS-RESERVA (RQ-COD-PRODUTO)
              END-IF
           END-IF.
           READ REQUIS-S
               AT END
           END-READ.
       025-99-FIM-CARREGA.
           EXIT.
      *
      *    Linha de kit reserva os componentes (restante vezes a
      *    quantidade por kit de KITCOMP.DAT), nao o codigo do kit.
       028-00-RESERVA-KIT.
           MOVE "N" TO WS-ACHOU-KIT.
           IF WS-TEM-KITCOMP NOT = "S"
              GO TO 028-99-FIM-RESERVA-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 028-99-FIM-RESERVA-KIT
           END-START.
       028-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 028-99-FIM-RESERVA-KIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 028-99-FIM-RESERVA-KIT.
           MOVE "S" TO WS-ACHOU-KIT.
           COMPUTE WS-RESERVA (KC-COD-COMP) =
               WS-RESERVA (KC-COD-COMP) + (WS-RESTANTE * KC-QTD).
           GO TO 028-50-LE-COMP.
       028-99-FIM-RESERVA-KIT.
           EXIT.
      *
       030-00-PROCESSA.
      *    Descontinuado ou kit nao entra na comparacao de reposicao.
           IF PRODUTO-DESCONT OR PRODUTO-KIT
              GO TO 030-50-PROXIMO.
           MOVE COD-PRODUTO TO PD-COD-PRODUTO.
           READ PEDIDO-S
