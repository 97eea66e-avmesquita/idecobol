       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALMOXCV3.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * TERCEIRA CONVERSAO DE LAYOUT DOS ARQUIVOS DO ALMOXARIFADO
      * Converte os arquivos do layout anterior para o layout novo,
      * no modelo do ALMOXCV2 (que deve ser rodado antes, se ainda
      * houver arquivos daquela epoca). Cada arquivo novo sai com o
      * sufixo N3; conferir os totais exibidos e substituir o arquivo
      * antigo pelo novo antes de voltar a rodar o sistema.
      * Conversoes aplicadas:
      * - ORDENS.DAT 27 (uma ordem por produto, chave no produto) ->
      *   ORDENS.DAT 27 (cabecalho da ordem, chave no numero) mais
      *   ORDITEM.DAT 37 (linhas da ordem): as ordens antigas com o
      *   mesmo numero viram um cabecalho com uma linha por produto,
      *   numeradas na ordem de leitura. Ordem antiga A vira linha
      *   aberta sem recebimento; ordem antiga B vira linha recebida
      *   com a quantidade pedida. O cabecalho recebe prazo de 15
      *   dias, origem P (PEDCOM) e situacao refeita pelas linhas.
      *   Saem ORDENSN3.DAT e ORDITEN3.DAT.
      * - LOTCONS.DAT 36 -> 37: acrescenta LN-TIPO ao final (C =
      *   consumo nos registros antigos); o MOVPOST passa a gravar
      *   tambem a volta de material ao lote (D = devolucao do
      *   departamento). Sai LOTCONN3.DAT.
      * - REQUIS.DAT 46 (uma requisicao por produto, chave no
      *   numero) -> REQUIS.DAT 49 (linhas da requisicao, chave
      *   numero + item) mais REQCAB.DAT 80 (cabecalho): cada
      *   requisicao antiga vira o item 001 do mesmo numero e ganha
      *   um cabecalho com o departamento e a data dela, sem
      *   requisitante nem local de entrega. Saem REQUISN3.DAT e
      *   REQCABN3.DAT.
      * - MOVTO.DAT 60 -> 69: acrescenta MV-NF-REGISTRO e MV-NF-ITEM
      *   ao final (zeros nos lancamentos pendentes), ligacao da
      *   entrada com o item da nota fiscal digitada no NFCAD. Sai
      *   MOVTON3.DAT; so e preciso se houver movimento ainda nao
      *   posicionado pelo MOVPOST.
      * - ALMOX.DAT 95 -> 96: acrescenta TIPO-PRODUTO ao final
      *   (branco = produto comum; K = kit montado de componentes,
      *   marcado pelo KITCAD). Sai ALMOXN3.DAT.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENV-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OV-COD-PRODUTO
               FILE STATUS IS WS-FS-ORDENV.
           SELECT ORDENN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               FILE STATUS IS WS-FS-ORDENN.
           SELECT ORDITN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITN.
           SELECT LOTCOV-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-LOTCOV.
           SELECT LOTCON-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-LOTCON.
           SELECT REQUIV-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-NUMERO
               FILE STATUS IS WS-FS-REQUIV.
           SELECT REQUIN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIN.
           SELECT REQCAN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-NUMERO
               FILE STATUS IS WS-FS-REQCAN.
           SELECT MOVTOV-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTOV.
           SELECT MOVTON-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTON.
           SELECT ALMOXV-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VL-COD-PRODUTO
               ALTERNATE RECORD KEY IS VL-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOXV.
           SELECT ALMOXN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-COD-PRODUTO
               ALTERNATE RECORD KEY IS NA-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOXN.
       DATA DIVISION.
       FILE SECTION.
       FD ORDENV-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDEM-V
           VALUE OF FILE-ID "ORDENS.DAT".
       01  REG-ORDEM-V.
           02  OV-COD-PRODUTO PIC 9(04).
           02  OV-NUMERO      PIC 9(06).
           02  OV-COD-FORNEC  PIC 9(04).
           02  OV-QTD         PIC 9(04).
           02  OV-DATA        PIC 9(08).
           02  OV-SITUACAO    PIC X(01).
       FD ORDENN-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDEM-N
           VALUE OF FILE-ID "ORDENSN3.DAT".
       01  REG-ORDEM-N.
           02  OC-NUMERO      PIC 9(06).
           02  OC-COD-FORNEC  PIC 9(04).
           02  OC-DATA        PIC 9(08).
           02  OC-PRAZO       PIC 9(03).
           02  OC-ORIGEM      PIC X(01).
           02  OC-OPERADOR    PIC 9(04).
           02  OC-SITUACAO    PIC X(01).
       FD ORDITN-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDITEM-N
           VALUE OF FILE-ID "ORDITEN3.DAT".
       01  REG-ORDITEM-N.
           02  OI-CHAVE.
               03  OI-NUMERO      PIC 9(06).
               03  OI-ITEM        PIC 9(03).
           02  OI-COD-PRODUTO PIC 9(04).
           02  OI-QTD-PEDIDA  PIC 9(04).
           02  OI-QTD-RECEBIDA PIC 9(04).
           02  OI-PRECO       PIC 9(05)V99.
           02  OI-DATA-ENTRADA PIC 9(08).
           02  OI-SITUACAO    PIC X(01).
       FD LOTCOV-S
           RECORD CONTAINS 36 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTCONS-V
           VALUE OF FILE-ID "LOTCONS.DAT".
       01  REG-LOTCONS-V.
           02  LV-CONTEUDO    PIC X(36).
       FD LOTCON-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTCONS-N
           VALUE OF FILE-ID "LOTCONN3.DAT".
       01  REG-LOTCONS-N.
           02  LM-CONTEUDO    PIC X(36).
           02  LM-TIPO        PIC X(01).
       FD REQUIV-S
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQUIS-V
           VALUE OF FILE-ID "REQUIS.DAT".
       01  REG-REQUIS-V.
           02  RV-NUMERO      PIC 9(06).
           02  RV-RESTO.
               03  RV-DEPTO       PIC X(15).
               03  RV-COD-DEPTO   PIC 9(04).
               03  FILLER         PIC X(12).
               03  RV-DATA        PIC 9(08).
               03  FILLER         PIC X(01).
       FD REQUIN-S
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQUIS-N
           VALUE OF FILE-ID "REQUISN3.DAT".
       01  REG-REQUIS-N.
           02  RQ-CHAVE.
               03  RQ-NUMERO  PIC 9(06).
               03  RQ-ITEM    PIC 9(03).
           02  RQ-RESTO       PIC X(40).
       FD REQCAN-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQCAB-N
           VALUE OF FILE-ID "REQCABN3.DAT".
       01  REG-REQCAB-N.
           02  RC-NUMERO      PIC 9(06).
           02  RC-COD-DEPTO   PIC 9(04).
           02  RC-DEPTO       PIC X(15).
           02  RC-DATA        PIC 9(08).
           02  RC-REQUISITANTE PIC X(20).
           02  RC-LOCAL-ENTREGA PIC X(20).
           02  RC-QTD-ITENS   PIC 9(03).
           02  RC-OPERADOR    PIC 9(04).
       FD MOVTOV-S
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO-V
           VALUE OF FILE-ID "MOVTO.DAT".
       01  REG-MOVTO-V.
           02  MW-CONTEUDO    PIC X(60).
       FD MOVTON-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO-N
           VALUE OF FILE-ID "MOVTON3.DAT".
       01  REG-MOVTO-N.
           02  MV-CONTEUDO    PIC X(60).
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
       FD ALMOXV-S
           RECORD CONTAINS 95 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALMOX-V
           VALUE OF FILE-ID "ALMOX.DAT".
       01  REG-ALMOX-V.
           02  VL-COD-PRODUTO PIC 9(04).
           02  VL-NOME        PIC X(30).
           02  VL-RESTO       PIC X(61).
       FD ALMOXN-S
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALMOX-N
           VALUE OF FILE-ID "ALMOXN3.DAT".
       01  REG-ALMOX-N.
           02  NA-COD-PRODUTO PIC 9(04).
           02  NA-NOME        PIC X(30).
           02  NA-RESTO       PIC X(61).
           02  NA-TIPO        PIC X(01).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ORDENV   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENN   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITN   PIC X(02) VALUE SPACES.
           02  WS-FS-LOTCOV   PIC X(02) VALUE SPACES.
           02  WS-FS-LOTCON   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIV   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIN   PIC X(02) VALUE SPACES.
           02  WS-FS-REQCAN   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTOV   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTON   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOXV   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOXN   PIC X(02) VALUE SPACES.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-ACHOU-ITEM  PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(05) VALUE ZEROS.
           02  WS-CONT-CAB    PIC 9(05) VALUE ZEROS.
           02  ED-CONT        PIC ZZZZ9.
       PROCEDURE DIVISION.
       010-00-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 030-00-CONVERTE-ORDENS THRU 030-99-FIM-ORDENS.
           PERFORM 040-00-CONVERTE-LOTCONS THRU 040-99-FIM-LOTCONS.
           PERFORM 050-00-CONVERTE-REQUIS THRU 050-99-FIM-REQUIS.
           PERFORM 060-00-CONVERTE-MOVTO THRU 060-99-FIM-MOVTO.
           PERFORM 070-00-CONVERTE-ALMOX THRU 070-99-FIM-ALMOX.
           DISPLAY "Conversao concluida. Confira e substitua os".
           DISPLAY "arquivos antigos pelos novos (*N3.DAT).".
           STOP RUN.
      *
       030-00-CONVERTE-ORDENS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT.
           MOVE ZEROS TO WS-CONT-CAB.
           OPEN INPUT ORDENV-S.
           IF WS-FS-ORDENV NOT = "00"
              DISPLAY "ORDENS.DAT nao aberto (status " WS-FS-ORDENV
                  ") - pulado"
              GO TO 030-99-FIM-ORDENS
           END-IF.
           OPEN OUTPUT ORDENN-S.
           CLOSE ORDENN-S.
           OPEN I-O ORDENN-S.
           OPEN OUTPUT ORDITN-S.
           CLOSE ORDITN-S.
           OPEN I-O ORDITN-S.
           READ ORDENV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 035-00-COPIA-ORDEM THRU 035-99-FIM-COPIA
               UNTIL FIM-ARQUIVO.
           CLOSE ORDENV-S.
           CLOSE ORDENN-S.
           CLOSE ORDITN-S.
           MOVE WS-CONT-CAB TO ED-CONT.
           DISPLAY "ORDENS.DAT   -> ORDENSN3.DAT: " ED-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY "ORDENS.DAT   -> ORDITEN3.DAT: " ED-CONT.
       030-99-FIM-ORDENS.
           EXIT.
      *
      *    Cada ordem antiga vira uma linha; o cabecalho e gravado na
      *    primeira linha do numero e tem a situacao refeita nas
      *    seguintes (linhas abertas e recebidas juntas = parcial).
       035-00-COPIA-ORDEM.
           PERFORM 037-00-PROXIMO-ITEM THRU 037-99-FIM-PROXIMO.
           MOVE OV-COD-PRODUTO TO OI-COD-PRODUTO.
           MOVE OV-QTD         TO OI-QTD-PEDIDA.
           MOVE ZEROS          TO OI-PRECO.
           IF OV-SITUACAO = "B"
              MOVE OV-QTD     TO OI-QTD-RECEBIDA
              MOVE OV-DATA    TO OI-DATA-ENTRADA
              MOVE "R"        TO OI-SITUACAO
           ELSE
              MOVE ZEROS      TO OI-QTD-RECEBIDA
              MOVE ZEROS      TO OI-DATA-ENTRADA
              MOVE "A"        TO OI-SITUACAO
           END-IF.
           WRITE REG-ORDITEM-N
               INVALID KEY
                   DISPLAY "Erro ao Gravar Item da Ordem " OI-NUMERO
           END-WRITE.
           IF WS-FS-ORDITN = "00"
              ADD 1 TO WS-CONT
           END-IF.
           MOVE OV-NUMERO TO OC-NUMERO.
           READ ORDENN-S
               INVALID KEY
                   PERFORM 036-00-NOVO-CABECALHO
                       THRU 036-99-FIM-NOVO-CAB
               NOT INVALID KEY
                   IF (OC-SITUACAO = "A" AND OI-SITUACAO = "R")
                      OR (OC-SITUACAO = "B" AND OI-SITUACAO = "A")
                      MOVE "P" TO OC-SITUACAO
                      REWRITE REG-ORDEM-N
                          INVALID KEY
                              CONTINUE
                      END-REWRITE
                   END-IF
           END-READ.
           READ ORDENV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       035-99-FIM-COPIA.
           EXIT.
      *
       036-00-NOVO-CABECALHO.
           MOVE OV-NUMERO     TO OC-NUMERO.
           MOVE OV-COD-FORNEC TO OC-COD-FORNEC.
           MOVE OV-DATA       TO OC-DATA.
           MOVE 15            TO OC-PRAZO.
           MOVE "P"           TO OC-ORIGEM.
           MOVE ZEROS         TO OC-OPERADOR.
           IF OI-SITUACAO = "R"
              MOVE "B" TO OC-SITUACAO
           ELSE
              MOVE "A" TO OC-SITUACAO
           END-IF.
           WRITE REG-ORDEM-N
               INVALID KEY
                   DISPLAY "Erro ao Gravar Ordem " OC-NUMERO
           END-WRITE.
           IF WS-FS-ORDENN = "00"
              ADD 1 TO WS-CONT-CAB
           END-IF.
       036-99-FIM-NOVO-CAB.
           EXIT.
      *
      *    Proximo numero de item livre dentro da ordem.
       037-00-PROXIMO-ITEM.
           MOVE OV-NUMERO TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           MOVE "S" TO WS-ACHOU-ITEM.
           PERFORM 038-00-TESTA-ITEM THRU 038-99-FIM-TESTA
               UNTIL WS-ACHOU-ITEM = "N".
       037-99-FIM-PROXIMO.
           EXIT.
      *
       038-00-TESTA-ITEM.
           ADD 1 TO OI-ITEM.
           READ ORDITN-S
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-ITEM
           END-READ.
           MOVE OV-NUMERO TO OI-NUMERO.
       038-99-FIM-TESTA.
           EXIT.
      *
       040-00-CONVERTE-LOTCONS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT.
           OPEN INPUT LOTCOV-S.
           IF WS-FS-LOTCOV NOT = "00"
              DISPLAY "LOTCONS.DAT nao aberto (status " WS-FS-LOTCOV
                  ") - pulado"
              GO TO 040-99-FIM-LOTCONS
           END-IF.
           OPEN OUTPUT LOTCON-S.
           READ LOTCOV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 045-00-COPIA-LOTCONS THRU 045-99-FIM-COPIA
               UNTIL FIM-ARQUIVO.
           CLOSE LOTCOV-S.
           CLOSE LOTCON-S.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY "LOTCONS.DAT  -> LOTCONN3.DAT: " ED-CONT.
       040-99-FIM-LOTCONS.
           EXIT.
      *
       045-00-COPIA-LOTCONS.
           MOVE LV-CONTEUDO TO LM-CONTEUDO.
           MOVE "C"         TO LM-TIPO.
           WRITE REG-LOTCONS-N.
           ADD 1 TO WS-CONT.
           READ LOTCOV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       045-99-FIM-COPIA.
           EXIT.
      *
       050-00-CONVERTE-REQUIS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT.
           OPEN INPUT REQUIV-S.
           IF WS-FS-REQUIV NOT = "00"
              DISPLAY "REQUIS.DAT nao aberto (status " WS-FS-REQUIV
                  ") - pulado"
              GO TO 050-99-FIM-REQUIS
           END-IF.
           OPEN OUTPUT REQUIN-S.
           OPEN OUTPUT REQCAN-S.
           READ REQUIV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 055-00-COPIA-REQUIS THRU 055-99-FIM-COPIA
               UNTIL FIM-ARQUIVO.
           CLOSE REQUIV-S.
           CLOSE REQUIN-S.
           CLOSE REQCAN-S.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY "REQUIS.DAT   -> REQUISN3.DAT: " ED-CONT.
           DISPLAY "REQUIS.DAT   -> REQCABN3.DAT: " ED-CONT.
       050-99-FIM-REQUIS.
           EXIT.
      *
      *    A leitura segue a chave antiga (numero), que e tambem a
      *    ordem crescente das chaves novas dos dois arquivos.
       055-00-COPIA-REQUIS.
           MOVE RV-NUMERO    TO RQ-NUMERO.
           MOVE 1            TO RQ-ITEM.
           MOVE RV-RESTO     TO RQ-RESTO.
           WRITE REG-REQUIS-N
               INVALID KEY
                   DISPLAY "Erro ao Gravar Requisicao " RQ-NUMERO
           END-WRITE.
           MOVE RV-NUMERO    TO RC-NUMERO.
           MOVE RV-COD-DEPTO TO RC-COD-DEPTO.
           MOVE RV-DEPTO     TO RC-DEPTO.
           MOVE RV-DATA      TO RC-DATA.
           MOVE SPACES       TO RC-REQUISITANTE.
           MOVE SPACES       TO RC-LOCAL-ENTREGA.
           MOVE 1            TO RC-QTD-ITENS.
           MOVE ZEROS        TO RC-OPERADOR.
           WRITE REG-REQCAB-N
               INVALID KEY
                   DISPLAY "Erro ao Gravar Cabecalho " RC-NUMERO
           END-WRITE.
           ADD 1 TO WS-CONT.
           READ REQUIV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       055-99-FIM-COPIA.
           EXIT.
      *
       060-00-CONVERTE-MOVTO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT.
           OPEN INPUT MOVTOV-S.
           IF WS-FS-MOVTOV NOT = "00"
              DISPLAY "MOVTO.DAT nao aberto (status " WS-FS-MOVTOV
                  ") - pulado"
              GO TO 060-99-FIM-MOVTO
           END-IF.
           OPEN OUTPUT MOVTON-S.
           READ MOVTOV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 065-00-COPIA-MOVTO THRU 065-99-FIM-COPIA
               UNTIL FIM-ARQUIVO.
           CLOSE MOVTOV-S.
           CLOSE MOVTON-S.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY "MOVTO.DAT    -> MOVTON3.DAT:  " ED-CONT.
       060-99-FIM-MOVTO.
           EXIT.
      *
       065-00-COPIA-MOVTO.
           MOVE MW-CONTEUDO TO MV-CONTEUDO.
           MOVE ZEROS       TO MV-NF-REGISTRO.
           MOVE ZEROS       TO MV-NF-ITEM.
           WRITE REG-MOVTO-N.
           ADD 1 TO WS-CONT.
           READ MOVTOV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       065-99-FIM-COPIA.
           EXIT.
      *
       070-00-CONVERTE-ALMOX.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO WS-CONT.
           OPEN INPUT ALMOXV-S.
           IF WS-FS-ALMOXV NOT = "00"
              DISPLAY "ALMOX.DAT nao aberto (status " WS-FS-ALMOXV
                  ") - pulado"
              GO TO 070-99-FIM-ALMOX
           END-IF.
           OPEN OUTPUT ALMOXN-S.
           READ ALMOXV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
           PERFORM 075-00-COPIA-ALMOX THRU 075-99-FIM-COPIA
               UNTIL FIM-ARQUIVO.
           CLOSE ALMOXV-S.
           CLOSE ALMOXN-S.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY "ALMOX.DAT    -> ALMOXN3.DAT : " ED-CONT.
       070-99-FIM-ALMOX.
           EXIT.
      *
       075-00-COPIA-ALMOX.
           MOVE VL-COD-PRODUTO TO NA-COD-PRODUTO.
           MOVE VL-NOME        TO NA-NOME.
           MOVE VL-RESTO       TO NA-RESTO.
           MOVE SPACE          TO NA-TIPO.
           WRITE REG-ALMOX-N
               INVALID KEY
                   DISPLAY "Erro ao Gravar Codigo " NA-COD-PRODUTO
           END-WRITE.
           IF WS-FS-ALMOXN = "00"
              ADD 1 TO WS-CONT
           END-IF.
           READ ALMOXV-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       075-99-FIM-COPIA.
           EXIT.
      ***---------- FIM DO PROGRAMA ALMOXCV3 ---------***
