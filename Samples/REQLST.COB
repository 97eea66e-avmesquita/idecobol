      * total de unidades ainda reservadas por departamento, para a
      * reuniao semanal. Nas parciais a quantidade listada e o
      * restante ainda nao atendido.
      * Cada linha do relatorio e um item da requisicao (numero/item),
      * pois uma requisicao pode pedir varios produtos e cada item
      * e atendido e reservado em separado.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
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
           02  WS-REQ OCCURS 500 TIMES.
               03  TB-DEPTO       PIC X(15).
               03  TB-NUMERO      PIC 9(06).
               03  TB-ITEM        PIC 9(03).
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-QTD         PIC 9(04).
               03  TB-DATA        PIC 9(08).
       01  WS-REQ-TROCA.
           02  TR-DEPTO       PIC X(15).
           02  TR-NUMERO      PIC 9(06).
           02  TR-ITEM        PIC 9(03).
           02  TR-COD-PRODUTO PIC 9(04).
           02  TR-QTD         PIC 9(04).
           02  TR-DATA        PIC 9(08).
           02  FILLER         PIC X(14) VALUE "DEPARTAMENTO: ".
           02  CAB-DEPTO      PIC X(15).
       01  WS-CAB-02.
           02  FILLER         PIC X(10) VALUE "NUMERO/IT".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "PRODUTO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "SITUACAO".
       01  WS-DETALHE.
           02  DET-NUMERO     PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ITEM       PIC 9(03).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(08) VALUE SPACES.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
              MOVE RQ-DEPTO       TO TB-DEPTO (WS-QTD-ITENS)
              MOVE RQ-NUMERO      TO TB-NUMERO (WS-QTD-ITENS)
              MOVE RQ-ITEM        TO TB-ITEM (WS-QTD-ITENS)
              MOVE RQ-COD-PRODUTO TO TB-COD-PRODUTO (WS-QTD-ITENS)
              MOVE WS-RESTANTE    TO TB-QTD (WS-QTD-ITENS)
              MOVE RQ-DATA        TO TB-DATA (WS-QTD-ITENS)
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE TB-NUMERO (WS-IND)      TO DET-NUMERO.
           MOVE TB-ITEM (WS-IND)        TO DET-ITEM.
           MOVE TB-COD-PRODUTO (WS-IND) TO DET-PRODUTO.
           MOVE TB-QTD (WS-IND)         TO DET-QTD.
           MOVE TB-DATA (WS-IND) (7:2)  TO DET-DIA.
