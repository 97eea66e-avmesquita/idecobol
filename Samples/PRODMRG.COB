      * - soma QTD-ESTOQUE e recalcula o custo medio ponderado do
      *   sobrevivente; os saldos por local de SALDOLOC.DAT sao
      *   somados local a local;
      * - os lotes de LOTES.DAT, o ponto de pedido de PEDIDO.DAT e o
      *   catalogo de cotacoes CATFORN.DAT sao reapontados para o
      *   sobrevivente (cotacao que ja exista no sobrevivente
      *   prevalece); as linhas abertas ou parciais de ordem de
      *   compra em ORDITEM.DAT passam a pedir o codigo sobrevivente
      *   (linhas recebidas ou canceladas ficam como historia);
      * - as requisicoes abertas ou parciais de REQUIS.DAT passam a
      *   pedir o codigo sobrevivente;
      * - a operacao inteira e registrada no jornal de auditoria
      * CUSTAJU efetivo, para nao rodar junto com a baixa do
      * MOVPOST; trava de outro programa pode ser forcada, ja que
      * so supervisor chega ate aqui.
      * Quando o custo medio do sobrevivente muda, a mudanca vai para
      * o historico de custos CUSTHIST.DAT (causa U, com o codigo
      * duplicado como referencia), consultado pelo CUSTHST.
      * Produto kit nao entra em fusao (nem como duplicado nem como
      * sobrevivente). Quando o duplicado e componente de kits, a
      * lista de componentes em KITCOMP.DAT passa a apontar o
      * sobrevivente, somando a quantidade por kit se o sobrevivente
      * ja fizesse parte do mesmo kit.
      * Produto controlado (TIPO-PRODUTO C, do CTLCAD) tambem nao
      * entra em fusao: o codigo oficial e o mapa mensal seguem o
      * codigo do produto; retire o controle antes de fundir.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-COD-PRODUTO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT CATFORN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
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
               88  PRODUTO-CONTROLADO   VALUE "C".
       FD SALDOLOC-S
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORD IS STANDARD
       01  REG-PEDIDO.
           02  PD-COD-PRODUTO PIC 9(04).
           02  PTO-PEDIDO     PIC 9(04).
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
               88  OPERADOR-BLOQUEADO  VALUE "S".
           02  OP-FALHAS      PIC 9(02).
           02  OP-DATA-SENHA  PIC 9(08).
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
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-FS-LOTES    PIC X(02) VALUE SPACES.
           02  WS-FS-PEDIDO   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-CATFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-JORNAL   PIC X(02) VALUE SPACES.
           02  WS-CONT-COTAC  PIC 9(03) VALUE ZEROS.
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-CUSTO-ANT   PIC 9(05)V99 VALUE ZEROS.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-KIT-GUARDA  PIC 9(04) VALUE ZEROS.
           02  WS-KIT-QTD     PIC 9(04) VALUE ZEROS.
           02  WS-CONT-KITS   PIC 9(03) VALUE ZEROS.
       01  WS-REG-SAI.
           02  WS-SAI-QTD     PIC 9(04) VALUE ZEROS.
           02  WS-SAI-CUSTO   PIC 9(05)V99 VALUE ZEROS.
           PERFORM 062-00-FUNDE-ORDEM THRU 062-99-FIM-ORDEM.
           PERFORM 064-00-FUNDE-REQUIS THRU 064-99-FIM-REQUIS.
           PERFORM 066-00-FUNDE-CATFORN THRU 066-99-FIM-CATFORN.
           PERFORM 069-00-FUNDE-KITCOMP THRU 069-99-FIM-KITCOMP.
           PERFORM 070-00-EXCLUI-DUP THRU 070-99-FIM-EXCLUI.
           PERFORM 080-00-RESUMO THRU 080-99-FIM-RESUMO.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
              CLOSE PEDIDO-S
              OPEN I-O PEDIDO-S
           END-IF.
           OPEN I-O ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN I-O ORDITEM-S
           END-IF.
           OPEN I-O REQUIS-S.
           IF WS-FS-REQUIS = "35"
              CLOSE JORNAL-S
              OPEN EXTEND JORNAL-S
           END-IF.
           OPEN EXTEND CUSTHIST-S.
           IF WS-FS-CUSTHIST = "35"
              OPEN OUTPUT CUSTHIST-S
              CLOSE CUSTHIST-S
              OPEN EXTEND CUSTHIST-S
           END-IF.
           OPEN I-O KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN I-O KITCOMP-S
           END-IF.
      *    Trava de exclusao contra a baixa do MOVPOST, tomada so
      *    depois de todas as aberturas (erro de abertura nao deixa
      *    trava pendurada); quem chega aqui e supervisor, entao a
                   PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
                   STOP RUN
           END-READ.
           IF PRODUTO-KIT
              DISPLAY "Duplicado e kit - fusao nao permitida"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           IF PRODUTO-CONTROLADO
              DISPLAY "Duplicado e controlado - fusao nao permitida"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           MOVE QTD-ESTOQUE    TO WS-SAI-QTD.
           MOVE CUSTO-UNITARIO TO WS-SAI-CUSTO.
           MOVE REG-ALMOX      TO WS-SAI-IMAGEM.
                   PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
                   STOP RUN
           END-READ.
           IF PRODUTO-KIT
              DISPLAY "Sobrevivente e kit - fusao nao permitida"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           IF PRODUTO-CONTROLADO
              DISPLAY "Sobrevivente e controlado - fusao nao permitida"
              PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR
              STOP RUN
           END-IF.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-ANT.
           COMPUTE WS-QTD-NOVA = QTD-ESTOQUE + WS-SAI-QTD.
           IF WS-QTD-NOVA > 9999
              DISPLAY "Saldo somado estoura o campo - encerrado"
                   DISPLAY "Erro ao Regravar Sobrevivente"
           END-REWRITE.
           PERFORM 075-00-GRAVA-JORNAL THRU 075-99-FIM-JORNAL.
           IF WS-FS-ALMOX = "00" AND CUSTO-UNITARIO NOT = WS-CUSTO-ANT
              PERFORM 076-00-GRAVA-CUSTO THRU 076-99-FIM-CUSTO
           END-IF.
       030-99-FIM-ALMOX.
           EXIT.
      *
       060-99-FIM-PEDIDO.
           EXIT.
      *
      *    Linhas de ordem de compra ainda em aberto do duplicado
      *    passam a pedir o codigo sobrevivente; a varredura e pela
      *    chave da linha, que nao muda com a regravacao.
       062-00-FUNDE-ORDEM.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO OI-CHAVE.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           IF WS-FIM-SCAN = "N"
              READ ORDITEM-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-SCAN
              END-READ
           END-IF.
           PERFORM 063-00-UMA-LINHA THRU 063-99-FIM-LINHA
               UNTIL WS-FIM-SCAN = "S".
       062-99-FIM-ORDEM.
           EXIT.
      *
       063-00-UMA-LINHA.
           IF (ITEM-ABERTO OR ITEM-PARCIAL)
              AND OI-COD-PRODUTO = WS-COD-SAI
              MOVE WS-COD-FICA TO OI-COD-PRODUTO
              REWRITE REG-ORDITEM
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF.
           READ ORDITEM-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SCAN
           END-READ.
       063-99-FIM-LINHA.
           EXIT.
      *
      *    Requisicoes abertas do duplicado passam a pedir o codigo
      *    sobrevivente (atendidas/canceladas ficam como historia).
       064-00-FUNDE-REQUIS.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO RQ-CHAVE.
           START REQUIS-S KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           ADD 1 TO WS-IND.
       068-99-FIM-MOVE.
           EXIT.
      *
      *    Reaponta os componentes de kit: cada kit que usava o
      *    duplicado passa a usar o sobrevivente; se o kit ja tinha
      *    o sobrevivente, as quantidades por kit sao somadas.
       069-00-FUNDE-KITCOMP.
           MOVE WS-COD-SAI TO KC-COD-COMP.
           READ KITCOMP-S KEY IS KC-COD-COMP
               INVALID KEY
                   GO TO 069-99-FIM-KITCOMP
           END-READ.
           MOVE KC-COD-KIT TO WS-KIT-GUARDA.
           MOVE KC-QTD     TO WS-KIT-QTD.
           DELETE KITCOMP-S
               INVALID KEY
                   GO TO 069-99-FIM-KITCOMP
           END-DELETE.
           MOVE WS-KIT-GUARDA TO KC-COD-KIT.
           MOVE WS-COD-FICA   TO KC-COD-COMP.
           READ KITCOMP-S
               INVALID KEY
                   MOVE WS-KIT-GUARDA TO KC-COD-KIT
                   MOVE WS-COD-FICA   TO KC-COD-COMP
                   MOVE WS-KIT-QTD    TO KC-QTD
                   MOVE WS-JR-DATA    TO KC-DATA
                   MOVE WS-OPERADOR   TO KC-OPERADOR
                   WRITE REG-KITCOMP
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-KIT-QTD TO KC-QTD
                       ON SIZE ERROR
                           MOVE 9999 TO KC-QTD
                   END-ADD
                   MOVE WS-JR-DATA  TO KC-DATA
                   MOVE WS-OPERADOR TO KC-OPERADOR
                   REWRITE REG-KITCOMP
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-CONT-KITS.
           GO TO 069-00-FUNDE-KITCOMP.
       069-99-FIM-KITCOMP.
           EXIT.
      *
       070-00-EXCLUI-DUP.
           MOVE WS-COD-SAI TO COD-PRODUTO.
           WRITE REG-JORNAL.
       075-99-FIM-JORNAL.
           EXIT.
      *
      *    Historico de custo do sobrevivente: a referencia e o codigo
      *    duplicado e a quantidade e a que veio dele.
       076-00-GRAVA-CUSTO.
           MOVE SPACES          TO REG-CUSTHIST.
           MOVE COD-PRODUTO     TO CH-COD-PRODUTO.
           MOVE WS-JR-DATA      TO CH-DATA.
           MOVE WS-JR-HORA (1:6) TO CH-HORA.
           MOVE WS-CUSTO-ANT    TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO  TO CH-CUSTO-NOVO.
           MOVE "U"             TO CH-CAUSA.
           MOVE "PRODMRG"       TO CH-PROGRAMA.
           MOVE WS-OPERADOR     TO CH-OPERADOR.
           MOVE WS-COD-SAI      TO CH-REFERENCIA.
           MOVE ZEROS           TO CH-NF-REGISTRO.
           MOVE WS-SAI-QTD      TO CH-QTD.
           WRITE REG-CUSTHIST.
       076-99-FIM-CUSTO.
           EXIT.
      *
       080-00-RESUMO.
           DISPLAY "Fusao concluida:".
           DISPLAY "Lotes reapontados....: " WS-CONT-LOTES.
           DISPLAY "Requisicoes mudadas..: " WS-CONT-REQS.
           DISPLAY "Cotacoes reapontadas.: " WS-CONT-COTAC.
           DISPLAY "Componentes de kit...: " WS-CONT-KITS.
       080-99-FIM-RESUMO.
           EXIT.
      *
           CLOSE SALDOLOC-S.
           CLOSE LOTES-S.
           CLOSE PEDIDO-S.
           CLOSE ORDITEM-S.
           CLOSE REQUIS-S.
           CLOSE CATFORN-S.
           CLOSE JORNAL-S.
           CLOSE CUSTHIST-S.
           CLOSE KITCOMP-S.
           MOVE "L" TO WS-TR-FUNCAO.
           CALL "TRAVA" USING WS-TR-FUNCAO WS-TR-PROGRAMA
               WS-TR-OPERADOR WS-TR-RESULT WS-TR-DETENTOR.
