      * mostre o produto abaixo do ponto de novo.
      * A idade e calculada em dias corridos aproximados (meses de 30
      * dias), suficiente para enquadrar a ordem na faixa.
      * A cobranca e feita por linha da ordem: sao listadas as linhas
      * abertas ou parciais de ORDITEM.DAT com a quantidade pedida, a
      * ja recebida e o saldo que falta entregar; fornecedor e data
      * vem do cabecalho da ordem em ORDENS.DAT. Linhas recebidas ou
      * canceladas nao aparecem.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT ORDENS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               FILE STATUS IS WS-FS-ORDENS.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           DATA RECORD IS REG-ORDEM
           VALUE OF FILE-ID "ORDENS.DAT".
       01  REG-ORDEM.
           02  OC-NUMERO      PIC 9(06).
           02  OC-COD-FORNEC  PIC 9(04).
           02  OC-DATA        PIC 9(08).
           02  OC-PRAZO       PIC 9(03).
           02  OC-ORIGEM      PIC X(01).
           02  OC-OPERADOR    PIC 9(04).
           02  OC-SITUACAO    PIC X(01).
               88  ORDEM-ABERTA        VALUE "A".
               88  ORDEM-PARCIAL       VALUE "P".
               88  ORDEM-BAIXADA       VALUE "B".
               88  ORDEM-CANCELADA     VALUE "C".
       FD ORDITEM-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDITEM
           VALUE OF FILE-ID "ORDITEM.DAT".
       01  REG-ORDITEM.
           02  OI-CHAVE.
               03  OI-NUMERO      PIC 9(06).
               03  OI-ITEM        PIC 9(03).
           02  OI-COD-PRODUTO PIC 9(04).
           02  OI-QTD-PEDIDA  PIC 9(04).
           02  OI-QTD-RECEBIDA PIC 9(04).
           02  OI-PRECO       PIC 9(05)V99.
           02  OI-DATA-ENTRADA PIC 9(08).
           02  OI-SITUACAO    PIC X(01).
               88  ITEM-ABERTO         VALUE "A".
               88  ITEM-PARCIAL        VALUE "P".
               88  ITEM-RECEBIDO       VALUE "R".
               88  ITEM-CANCELADO      VALUE "C".
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "ORDAGE  ".
           02  WS-ORDEM OCCURS 500 TIMES.
               03  TB-COD-FORNEC  PIC 9(04).
               03  TB-NUMERO      PIC 9(06).
               03  TB-ITEM        PIC 9(03).
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-QTD         PIC 9(04).
               03  TB-RECEBIDA    PIC 9(04).
               03  TB-DATA        PIC 9(08).
       01  WS-ORDEM-TROCA.
           02  TR-COD-FORNEC  PIC 9(04).
           02  TR-NUMERO      PIC 9(06).
           02  TR-ITEM        PIC 9(03).
           02  TR-COD-PRODUTO PIC 9(04).
           02  TR-QTD         PIC 9(04).
           02  TR-RECEBIDA    PIC 9(04).
           02  TR-DATA        PIC 9(08).
       01  WS-CAB-01          PIC X(80) VALUE
           "ORDENS DE COMPRA EM ABERTO POR FORNECEDOR E IDADE".
       01  WS-CAB-SEMCAD      PIC X(80) VALUE
           "FORNECEDOR NAO CADASTRADO EM FORNECED.DAT".
       01  WS-CAB-02.
           02  FILLER         PIC X(10) VALUE "ORDEM/ITEM".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "PEDIDA".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "RECEB".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "SALDO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(10) VALUE "DATA".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(14) VALUE "FAIXA".
       01  WS-DETALHE.
           02  DET-NUMERO     PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ITEM       PIC 9(03).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(06) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-RECEBIDA   PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-SALDO      PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
           02  DET-FAIXA      PIC X(14).
       01  WS-LINHA-FX-ATE7.
           02  FILLER         PIC X(30) VALUE
               "ITENS ATE 7 DIAS.............:".
           02  TOT-ATE7       PIC ZZZZ9.
       01  WS-LINHA-FX-8A15.
           02  FILLER         PIC X(30) VALUE
               "ITENS DE 8 A 15 DIAS.........:".
           02  TOT-8A15       PIC ZZZZ9.
       01  WS-LINHA-FX-16A30.
           02  FILLER         PIC X(30) VALUE
               "ITENS DE 16 A 30 DIAS........:".
           02  TOT-16A30      PIC ZZZZ9.
       01  WS-LINHA-FX-MAIS30.
           02  FILLER         PIC X(30) VALUE
               "ITENS ACIMA DE 30 DIAS.......:".
           02  TOT-MAIS30     PIC ZZZZ9.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO LISTADAS.....:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(16) VALUE
               " ITENS ABERTOS".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
              DISPLAY "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              STOP RUN
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY "Erro ao Abrir ORDITEM.DAT - Status: "
                  WS-FS-ORDITEM
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY "Erro ao Abrir FORNECED.DAT - Status: "
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE = (WS-HOJE-ANO * 365)
               + (WS-HOJE-MES * 30) + WS-HOJE-DIA.
           READ ORDITEM-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Linha aberta ou parcial com saldo a entregar; fornecedor
      *    e data da emissao vem do cabecalho da ordem.
       030-00-CARREGA.
           IF NOT ITEM-ABERTO AND NOT ITEM-PARCIAL
              GO TO 030-50-PROXIMO.
           IF OI-QTD-RECEBIDA NOT < OI-QTD-PEDIDA
              GO TO 030-50-PROXIMO.
           IF WS-QTD-ITENS NOT < 500
              ADD 1 TO WS-PERDIDOS
              GO TO 030-50-PROXIMO.
           MOVE OI-NUMERO TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   MOVE ZEROS TO OC-COD-FORNEC
                   MOVE ZEROS TO OC-DATA
           END-READ.
           ADD 1 TO WS-QTD-ITENS.
           MOVE OC-COD-FORNEC   TO TB-COD-FORNEC (WS-QTD-ITENS).
           MOVE OI-NUMERO       TO TB-NUMERO (WS-QTD-ITENS).
           MOVE OI-ITEM         TO TB-ITEM (WS-QTD-ITENS).
           MOVE OI-COD-PRODUTO  TO TB-COD-PRODUTO (WS-QTD-ITENS).
           MOVE OI-QTD-PEDIDA   TO TB-QTD (WS-QTD-ITENS).
           MOVE OI-QTD-RECEBIDA TO TB-RECEBIDA (WS-QTD-ITENS).
           MOVE OC-DATA         TO TB-DATA (WS-QTD-ITENS).
       030-50-PROXIMO.
           READ ORDITEM-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
      *
       050-00-IMPRIME.
           IF WS-QTD-ITENS = ZEROS
              MOVE "NENHUM ITEM DE ORDEM EM ABERTO" TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-IMPRIME.
           MOVE 1 TO WS-IND.
              PERFORM 056-00-CAB-FORNEC THRU 056-99-FIM-CAB
           END-IF.
           MOVE TB-NUMERO (WS-IND)      TO DET-NUMERO.
           MOVE TB-ITEM (WS-IND)        TO DET-ITEM.
           MOVE TB-COD-PRODUTO (WS-IND) TO DET-PRODUTO.
           MOVE TB-QTD (WS-IND)         TO DET-QTD.
           MOVE TB-RECEBIDA (WS-IND)    TO DET-RECEBIDA.
           COMPUTE DET-SALDO = TB-QTD (WS-IND) - TB-RECEBIDA (WS-IND).
           MOVE TB-DATA (WS-IND) (7:2)  TO DET-DIA.
           MOVE TB-DATA (WS-IND) (5:2)  TO DET-MES.
           MOVE TB-DATA (WS-IND) (1:4)  TO DET-ANO.
      *
       090-00-FECHAR.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE FORNECEDOR-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
