      * (fechamento pelo FECHMES) o atendimento fica bloqueado, pois
      * geraria saida datada dentro do periodo fechado; consulta e
      * cancelamento continuam liberados.
      * A acao D registra a devolucao de material nao usado pelo
      * departamento, em qualquer requisicao que ja teve saida. O
      * limite e o que de fato saiu na requisicao (saidas posicionadas
      * no historico MOVHIST.DAT) menos o ja devolvido, inclusive
      * devolucoes ainda pendentes de baixa em MOVTO.DAT. A volta e
      * gravada como entrada de origem D, com o departamento, o custo
      * medio das saidas da requisicao e a data da ultima saida (em
      * MV-VALIDADE), para o MOVPOST estornar o consumo e o rateio
      * do mes certo. Item com lote volta aos lotes consumidos pela
      * requisicao (LOTCONS.DAT), um lancamento por lote, do ultimo
      * consumido para o primeiro. A requisicao nao muda de situacao.
      * Com a requisicao de varios itens (cabecalho em REQCAB.DAT,
      * linhas em REQUIS.DAT) o atendimento, o cancelamento e a
      * devolucao sao feitos item a item: digita-se o numero e o item
      * (zero traz o proximo item ainda aberto ou parcial). Terminada
      * a acao, a tela volta para o item seguinte da mesma
      * requisicao; item 999 passa para outra requisicao. O cabecalho
      * mostra o requisitante e o local de entrega.
      * Itens na situacao L (requisicao acima da quota aguardando a
      * liberacao do supervisor no REQLIB) sao apenas exibidos: nao
      * podem ser atendidos, cancelados nem devolvidos aqui.
      * Item de kit (produto TIPO-PRODUTO K, componentes em
      * KITCOMP.DAT pelo KITCAD) e atendido em kits inteiros, ate o
      * que os saldos dos componentes permitem montar; cada kit
      * atendido vira uma saida por componente em MOVTO.DAT (mesmo
      * departamento e numero da requisicao), de modo que MOVPOST,
      * CONSUMO.DAT e CONSDEP.DAT enxergam os itens de verdade.
      * Item comum em falta (saldo abaixo do restante) mostra os
      * substitutos cadastrados no SUBCAD (SUBST.DAT), em ordem de
      * preferencia, com o fator de conversao e o saldo livre de
      * reservas (estoque menos o restante das requisicoes abertas e
      * parciais, inclusive de kits, como no ALMOXBX). A acao S
      * atende o restante com o substituto escolhido: a quantidade e
      * digitada no produto pedido e a saida em MOVTO.DAT sai no
      * substituto (quantidade vezes o fator, arredondada para cima),
      * com o departamento e o numero da mesma requisicao. Cada
      * substituicao fica registrada em SUBHIST.DAT para o SUBLST.
      * Produto controlado (TIPO-PRODUTO C, do CTLCAD) so e atendido
      * se o departamento da requisicao continuar autorizado para ele
      * em CTLDEP.DAT na hora do atendimento, e nunca e oferecido
      * como substituto.
      * Tambem nao sao oferecidos como substituto o produto
      * descontinuado e o retornavel (que so sai pelo EMPCAD), nem
      * produto que ja seja outra linha do mesmo documento; kit com
      * componente que ja seja linha do documento nao e atendido.
      * Tambem nao e oferecido o componente de kit de outra linha
      * nem o substituto ja usado por outra linha (SUBHIST.DAT), e o
      * kit nao e atendido se um componente ja saiu por outra linha.
      * Assim cada produto so sai por uma linha do documento e o
      * limite da devolucao (numero + produto) nao soma linhas.
      * A devolucao de item de kit e digitada em kits inteiros, ate
      * o que todos os componentes permitem, e gera a entrada de
      * cada componente (quantidade por kit vezes os kits), com o
      * custo e os lotes das saidas daquele componente. Item
      * atendido com substituto pergunta qual produto volta (zero e
      * o proprio produto pedido); o substituto tem de constar em
      * SUBHIST.DAT para o item, e a quantidade e a do substituto.
      * A parte de uma saida tirada do estoque consignado (anotada
      * no historico pelo MOVPOST) ja foi faturada pelo fornecedor
      * e nao entra no limite da devolucao nem no custo da saida.
      * Na devolucao os lotes vem so dos consumos e devolucoes da
      * requisicao em LOTCONS.DAT; a devolucao ao fornecedor (tipo F)
      * traz ali o numero da ordem de compra e e desprezada.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT REQCAB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               FILE STATUS IS WS-FS-REQCAB.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
           SELECT OPERADOR-S ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT LOTCONS-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-LOTCONS.
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
           SELECT SUBST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CHAVE
               FILE STATUS IS WS-FS-SUBST.
           SELECT SUBHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-SUBHIST.
           SELECT CTLDEP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-FS-CTLDEP.
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
               88  REQ-PARCIAL         VALUE "P".
               88  REQ-ATENDIDA        VALUE "T".
               88  REQ-CANCELADA       VALUE "C".
               88  REQ-LIBERACAO       VALUE "L".
       FD REQCAB-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQCAB
           VALUE OF FILE-ID "REQCAB.DAT".
       01  REG-REQCAB.
           02  RC-NUMERO      PIC 9(06).
           02  RC-COD-DEPTO   PIC 9(04).
           02  RC-DEPTO       PIC X(15).
           02  RC-DATA        PIC 9(08).
           02  RC-REQUISITANTE PIC X(20).
           02  RC-LOCAL-ENTREGA PIC X(20).
           02  RC-QTD-ITENS   PIC 9(03).
           02  RC-OPERADOR    PIC 9(04).
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-AJUSTE       VALUE "A".
               88  ORIGEM-REQUIS       VALUE "R".
               88  ORIGEM-DEVOLUCAO    VALUE "D".
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
       FD OPERADOR-S
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORD IS STANDARD
               88  PERIODO-REABERTO    VALUE "R".
           02  PF-DATA-OPER   PIC 9(08).
           02  PF-OPERADOR    PIC 9(04).
       FD MOVHIST-S
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVHIST
           VALUE OF FILE-ID "MOVHIST.DAT".
       01  REG-MOVHIST.
           02  MH-COD-PRODUTO PIC 9(04).
           02  MH-TIPO        PIC X(01).
           02  MH-QTD         PIC 9(04).
           02  MH-DATA        PIC 9(08).
           02  MH-SITUACAO    PIC X(01).
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-CUSTO-UNIT  PIC 9(05)V99.
           02  MH-COD-DEPTO   PIC 9(04).
           02  MH-NUMERO-REQ  PIC 9(06).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
       FD LOTCONS-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTCONS
           VALUE OF FILE-ID "LOTCONS.DAT".
       01  REG-LOTCONS.
           02  LN-COD-PRODUTO PIC 9(04).
           02  LN-LOTE        PIC X(10).
           02  LN-DATA        PIC 9(08).
           02  LN-QTD         PIC 9(04).
           02  LN-NUMERO-REQ  PIC 9(06).
           02  LN-COD-DEPTO   PIC 9(04).
           02  LN-TIPO        PIC X(01).
               88  LOTCONS-CONSUMO     VALUE "C".
               88  LOTCONS-DEVOLUCAO   VALUE "D".
               88  LOTCONS-DEV-FORNEC  VALUE "F".
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
               88  PRODUTO-CONTROLADO   VALUE "C".
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
       FD SUBST-S
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SUBST
           VALUE OF FILE-ID "SUBST.DAT".
       01  REG-SUBST.
           02  SB-CHAVE.
               03  SB-COD-PRODUTO PIC 9(04).
               03  SB-COD-SUBST   PIC 9(04).
           02  SB-PREFERENCIA PIC 9(02).
           02  SB-FATOR       PIC 9(03)V999.
           02  SB-DATA        PIC 9(08).
           02  SB-OPERADOR    PIC 9(04).
       FD SUBHIST-S
           RECORD CONTAINS 53 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SUBHIST
           VALUE OF FILE-ID "SUBHIST.DAT".
       01  REG-SUBHIST.
           02  SH-DATA        PIC 9(08).
           02  SH-HORA        PIC 9(06).
           02  SH-NUMERO-REQ  PIC 9(06).
           02  SH-ITEM        PIC 9(03).
           02  SH-COD-DEPTO   PIC 9(04).
           02  SH-COD-PRODUTO PIC 9(04).
           02  SH-QTD         PIC 9(04).
           02  SH-COD-SUBST   PIC 9(04).
           02  SH-QTD-SUBST   PIC 9(04).
           02  SH-FATOR       PIC 9(03)V999.
           02  SH-OPERADOR    PIC 9(04).
       FD CTLDEP-S
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CTLDEP
           VALUE OF FILE-ID "CTLDEP.DAT".
       01  REG-CTLDEP.
           02  CD-CHAVE.
               03  CD-COD-PRODUTO PIC 9(04).
               03  CD-COD-DEPTO   PIC 9(04).
           02  CD-DATA        PIC 9(08).
           02  CD-OPERADOR    PIC 9(04).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-HOJE-FECHADO PIC X(01) VALUE "N".
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-QTD-ATENDER PIC 9(04) VALUE ZEROS.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-LOTCONS  PIC X(02) VALUE SPACES.
           02  WS-QTD-ENTREGUE PIC 9(06) VALUE ZEROS.
           02  WS-QTD-DEVOLVIDA PIC 9(06) VALUE ZEROS.
           02  WS-DEVOLVIVEL  PIC 9(04) VALUE ZEROS.
           02  WS-QTD-DEVOLVER PIC 9(04) VALUE ZEROS.
           02  WS-SOBRA       PIC 9(04) VALUE ZEROS.
           02  WS-VALOR-ENTREGUE PIC 9(10)V99 VALUE ZEROS.
           02  WS-CUSTO-SAIDA PIC 9(05)V99 VALUE ZEROS.
           02  WS-DATA-SAIDA  PIC 9(08) VALUE ZEROS.
           02  WS-QTD-LOTES   PIC 9(02) VALUE ZEROS.
           02  WS-IND         PIC 9(02) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(02) COMP VALUE ZEROS.
           02  ED-CUSTO       PIC ZZ.ZZ9,99.
           02  WS-FS-REQCAB   PIC X(02) VALUE SPACES.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-ITEM        PIC 9(03) VALUE ZEROS.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-E-KIT       PIC X(01) VALUE "N".
           02  WS-KITS-POSSIVEIS PIC 9(04) VALUE ZEROS.
           02  WS-POSSIVEL    PIC 9(04) VALUE ZEROS.
           02  WS-CONT-COMP   PIC 9(03) VALUE ZEROS.
           02  ED-KITS        PIC Z.ZZ9.
           02  WS-FS-SUBST    PIC X(02) VALUE SPACES.
           02  WS-FS-SUBHIST  PIC X(02) VALUE SPACES.
           02  WS-ESTOQUE-ITEM PIC 9(04) VALUE ZEROS.
           02  WS-SUBSTITUI   PIC X(01) VALUE "N".
           02  WS-COD-SUBST   PIC 9(04) VALUE ZEROS.
           02  WS-QTD-SUBST   PIC 9(04) VALUE ZEROS.
           02  WS-FATOR       PIC 9(03)V999 VALUE ZEROS.
           02  WS-MAX-ATENDER PIC 9(04) VALUE ZEROS.
           02  WS-QTD-CALC    PIC 9(08)V999 VALUE ZEROS.
           02  WS-QTD-INTEIRA PIC 9(08) VALUE ZEROS.
           02  WS-RESTO-LINHA PIC 9(04) VALUE ZEROS.
           02  WS-CHAVE-ATUAL PIC X(09) VALUE SPACES.
           02  WS-CHAVE-DOC.
               03  WS-DOC-NUMERO PIC 9(06) VALUE ZEROS.
               03  WS-DOC-ITEM   PIC 9(03) VALUE ZEROS.
           02  WS-NA-REQ      PIC X(01) VALUE "N".
           02  WS-KIT-CONFLITO PIC X(01) VALUE "N".
           02  WS-KITCOMP-GUARDA PIC X(24) VALUE SPACES.
           02  WS-COD-DEVOL   PIC 9(04) VALUE ZEROS.
           02  WS-QTD-PROPRIA PIC 9(04) VALUE ZEROS.
           02  WS-QTD-SH      PIC 9(04) VALUE ZEROS.
           02  WS-ACHOU-SH    PIC X(01) VALUE "N".
           02  WS-KIT-DEVOLVIVEL PIC 9(04) VALUE ZEROS.
           02  WS-KITS-DEVOLVER PIC 9(04) VALUE ZEROS.
           02  WS-CUSTO-KIT   PIC 9(05)V99 VALUE ZEROS.
           02  WS-QTD-SUBS    PIC 9(02) COMP VALUE ZEROS.
           02  WS-SUB         PIC 9(02) COMP VALUE ZEROS.
           02  WS-SUBS-LIVRES PIC 9(02) COMP VALUE ZEROS.
           02  WS-COD-RES     PIC 9(04) VALUE ZEROS.
           02  WS-QTD-RES     PIC 9(06) VALUE ZEROS.
           02  WS-LIN-SUB     PIC 9(02) VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-HORA-AGORA  PIC 9(08) VALUE ZEROS.
           02  ED-QTD-SUBST   PIC Z.ZZ9.
           02  WS-FS-CTLDEP   PIC X(02) VALUE SPACES.
           02  WS-E-CONTROLADO PIC X(01) VALUE "N".
           02  WS-AUTORIZADO  PIC X(01) VALUE "S".
      *    Substitutos do item em falta, em ordem de preferencia.
       01  WS-TABELA-SUBST.
           02  WS-SUBSTITUTO OCCURS 10 TIMES.
               03  TB-SUB-PREF    PIC 9(02).
               03  TB-SUB-COD     PIC 9(04).
               03  TB-SUB-FATOR   PIC 9(03)V999.
               03  TB-SUB-NOME    PIC X(20).
               03  TB-SUB-ESTOQUE PIC 9(04).
               03  TB-SUB-RESERVA PIC 9(06).
               03  TB-SUB-DISP    PIC 9(04).
       01  WS-SUBST-AUX           PIC X(46).
       01  WS-LINHA-SUBST.
           02  LS-COD         PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LS-NOME        PIC X(20).
           02  FILLER         PIC X(02) VALUE " x".
           02  LS-FATOR       PIC ZZ9,999.
           02  FILLER         PIC X(07) VALUE " Disp: ".
           02  LS-DISP        PIC Z.ZZ9.
       01  WS-TABELA-LOTES.
           02  WS-LOTE-REQ OCCURS 20 TIMES.
               03  TB-LOTE        PIC X(10).
               03  TB-LOTE-QTD    PIC S9(06).
       01  WS-DATA.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 22  VALUE
               "ATENDIMENTO DE REQUISICOES".
           02  LINE  3 COLUMN 07  VALUE "Requisicao / Item......:".
           02  LINE  4 COLUMN 07  VALUE "Departamento...........:".
           02  LINE  5 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  6 COLUMN 07  VALUE "Quantidade.............:".
           02  LINE  7 COLUMN 07  VALUE "Situacao...............:".
           02  LINE  8 COLUMN 07  VALUE
               "Acao A/C/D/S-Substituto:".
           02  LINE  9 COLUMN 07  VALUE "Ja Atendida / Restante.:".
           02  LINE 10 COLUMN 07  VALUE "Qtd a Atender..........:".
           02  LINE 11 COLUMN 07  VALUE "Ja Saiu / Ja Devolvido.:".
           02  LINE 12 COLUMN 07  VALUE "Qtd a Devolver.........:".
           02  LINE 13 COLUMN 07  VALUE "Custo da Saida.........:".
           02  LINE 14 COLUMN 07  VALUE "Requisitante / Local...:".
           02  LINE 15 COLUMN 07  VALUE "Substitutos (Falta)....:".
           02  LINE 20 COLUMN 07  VALUE "Substituto / Qtd Saida.:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
                 "Erro ao Abrir REQUIS.DAT - Status: " WS-FS-REQUIS
              GOBACK
           END-IF.
           OPEN INPUT REQCAB-S.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           OPEN INPUT SUBST-S.
           IF WS-FS-SUBST = "35"
              OPEN OUTPUT SUBST-S
              CLOSE SUBST-S
              OPEN INPUT SUBST-S
           END-IF.
           OPEN INPUT CTLDEP-S.
           IF WS-FS-CTLDEP = "35"
              OPEN OUTPUT CTLDEP-S
              CLOSE CTLDEP-S
              OPEN INPUT CTLDEP-S
           END-IF.
           OPEN EXTEND SUBHIST-S.
           IF WS-FS-SUBHIST = "35"
              OPEN OUTPUT SUBHIST-S
              CLOSE SUBHIST-S
              OPEN EXTEND SUBHIST-S
           END-IF.
           OPEN EXTEND MOVTO-S.
           IF WS-FS-MOVTO = "35"
              OPEN OUTPUT MOVTO-S
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
       040-NUMERO.
           ACCEPT (03, 32) WS-NUMERO WITH PROMPT.
           IF WS-NUMERO = 999999
              GO TO 060-FIM.
           IF WS-NUMERO = ZEROS
              DISPLAY (21, 18) "Numero Invalido - Redigite"
              GO TO 040-NUMERO.
           MOVE WS-NUMERO TO RC-NUMERO.
           IF WS-FS-REQCAB = "00"
              READ REQCAB-S
                  INVALID KEY
                      MOVE SPACES TO RC-REQUISITANTE
                      MOVE SPACES TO RC-LOCAL-ENTREGA
              END-READ
           END-IF.
           GO TO 042-ITEM.
      *    Volta para o proximo item da mesma requisicao, mantendo o
      *    numero e a mensagem da acao anterior na tela.
       041-PROXIMO-ITEM.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
       042-ITEM.
           DISPLAY (03, 39) "/    ".
           ACCEPT (03, 41) WS-ITEM WITH PROMPT.
           IF WS-ITEM = 999
              GO TO 030-LIMPA-DADOS.
           MOVE WS-NUMERO TO RQ-NUMERO.
           MOVE WS-ITEM TO RQ-ITEM.
           IF WS-ITEM = ZEROS
              PERFORM 044-PROXIMO-ABERTO THRU 044-PROXIMO-ABERTO-EXIT
              IF WS-ITEM = ZEROS
                 DISPLAY (21, 18) "Nenhum Item Aberto - Redigite     "
                 GO TO 030-LIMPA-DADOS
              END-IF
              DISPLAY (03, 41) WS-ITEM
           ELSE
              READ REQUIS-S
                  INVALID KEY
                      DISPLAY (21, 18)
                          "Requisicao/Item Nao Encontrado"
                      GO TO 042-ITEM
              END-READ
           END-IF.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (04, 32) RQ-DEPTO.
           DISPLAY (05, 32) RQ-COD-PRODUTO.
           MOVE "N" TO WS-E-KIT.
           MOVE "N" TO WS-E-CONTROLADO.
           MOVE ZEROS TO WS-ESTOQUE-ITEM.
           MOVE RQ-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTD-ESTOQUE TO WS-ESTOQUE-ITEM
                   IF PRODUTO-KIT
                      MOVE "S" TO WS-E-KIT
                      DISPLAY (05, 38) "(KIT)"
                   END-IF
                   IF PRODUTO-CONTROLADO
                      MOVE "S" TO WS-E-CONTROLADO
                      DISPLAY (05, 38) "(CTL)"
                   END-IF
           END-READ.
           DISPLAY (06, 32) RQ-QTD.
           DISPLAY (14, 32) RC-REQUISITANTE.
           DISPLAY (14, 53) RC-LOCAL-ENTREGA.
           IF REQ-ABERTA
              DISPLAY (07, 32) "ABERTA    "
           ELSE
                 IF REQ-ATENDIDA
                    DISPLAY (07, 32) "ATENDIDA  "
                 ELSE
                    IF REQ-LIBERACAO
                       DISPLAY (07, 32) "AGUARD.LIB"
                    ELSE
                       DISPLAY (07, 32) "CANCELADA "
                    END-IF
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA.
           DISPLAY (09, 32) RQ-QTD-ATENDIDA " / " WS-RESTANTE.
           IF REQ-LIBERACAO
              DISPLAY (21, 18) "Item Aguarda Liberacao - ENTER"
              ACCEPT (21, 55) WS-CONFIRMA
              GO TO 041-PROXIMO-ITEM.
           IF NOT REQ-ABERTA AND NOT REQ-PARCIAL
              AND RQ-QTD-ATENDIDA = ZEROS
              DISPLAY (21, 18) "Item Nao Esta Aberto - ENTER"
              ACCEPT (21, 55) WS-CONFIRMA
              GO TO 041-PROXIMO-ITEM.
           MOVE ZEROS TO WS-QTD-SUBS.
           MOVE ZEROS TO WS-SUBS-LIVRES.
           IF WS-E-KIT = "N" AND (REQ-ABERTA OR REQ-PARCIAL)
              AND WS-ESTOQUE-ITEM < WS-RESTANTE
              PERFORM 090-SUBSTITUTOS THRU 090-SUBSTITUTOS-EXIT
              IF WS-SUBS-LIVRES > ZEROS
                 DISPLAY (21, 18) "Item em Falta - Ha Substituto (S)"
              END-IF
           END-IF.
       045-ACAO.
           ACCEPT (08, 32) WS-ACAO WITH PROMPT.
           IF WS-ACAO NOT = "A" AND WS-ACAO NOT = "a" AND
              WS-ACAO NOT = "C" AND WS-ACAO NOT = "c" AND
              WS-ACAO NOT = "D" AND WS-ACAO NOT = "d" AND
              WS-ACAO NOT = "S" AND WS-ACAO NOT = "s"
              DISPLAY (21, 18) "Acao Invalida - Redigite"
              GO TO 045-ACAO.
           MOVE "N" TO WS-SUBSTITUI.
           IF WS-ACAO NOT = "D" AND WS-ACAO NOT = "d"
              AND NOT REQ-ABERTA AND NOT REQ-PARCIAL
              DISPLAY (21, 18) "Item Fechado - So Devolucao"
              GO TO 045-ACAO.
           IF (WS-ACAO = "A" OR "a" OR "S" OR "s")
              AND WS-HOJE-FECHADO = "S"
              DISPLAY (21, 18) "Mes Fechado - Atendimento Bloqueado"
              GO TO 041-PROXIMO-ITEM.
      *    Controlado: a autorizacao do departamento e conferida de
      *    novo, pois pode ter sido retirada depois da digitacao.
           IF (WS-ACAO = "A" OR "a") AND WS-E-CONTROLADO = "S"
              MOVE "S" TO WS-AUTORIZADO
              MOVE RQ-COD-PRODUTO TO CD-COD-PRODUTO
              MOVE RQ-COD-DEPTO   TO CD-COD-DEPTO
              READ CTLDEP-S
                  INVALID KEY
                      MOVE "N" TO WS-AUTORIZADO
              END-READ
              IF WS-AUTORIZADO = "N"
                 DISPLAY (21, 18) "Controlado - Depto Nao Autorizado"
                 GO TO 045-ACAO
              END-IF
           END-IF.
           IF (WS-ACAO = "S" OR "s") AND WS-SUBS-LIVRES = ZEROS
              DISPLAY (21, 18) "Sem Substituto Disponivel - Redigite"
              GO TO 045-ACAO.
           IF WS-ACAO = "S" OR "s"
              PERFORM 096-ESCOLHE-SUBST THRU 096-ESCOLHE-SUBST-EXIT
              IF WS-SUBSTITUI NOT = "S"
                 GO TO 045-ACAO
              END-IF
           END-IF.
           IF (WS-ACAO = "D" OR "d") AND WS-HOJE-FECHADO = "S"
              DISPLAY (21, 18) "Mes Fechado - Devolucao Bloqueada"
              GO TO 041-PROXIMO-ITEM.
           IF WS-ACAO = "D" OR "d"
              MOVE RQ-COD-PRODUTO TO WS-COD-DEVOL
              MOVE ZEROS TO WS-QTD-SH
              IF WS-E-KIT = "N"
                 PERFORM 072-SUBST-DA-LINHA
                     THRU 072-SUBST-DA-LINHA-EXIT
              END-IF
           END-IF.
           IF (WS-ACAO = "D" OR "d") AND WS-QTD-SH > ZEROS
              PERFORM 073-ESCOLHE-DEVOL THRU 073-ESCOLHE-DEVOL-EXIT
              IF WS-ACHOU-SH NOT = "S"
                 DISPLAY (21, 18) "Substituto Nao Saiu Neste Item"
                 GO TO 045-ACAO
              END-IF
           END-IF.
           IF (WS-ACAO = "A" OR "a") AND WS-E-KIT = "S"
              PERFORM 080-MONTA-KIT THRU 080-MONTA-KIT-EXIT
              IF WS-KIT-CONFLITO = "S"
                 DISPLAY (21, 18) "Componente Ja Sai por Outro Item"
                 GO TO 041-PROXIMO-ITEM
              END-IF
              IF WS-KITS-POSSIVEIS = ZEROS
                 DISPLAY (21, 18) "Sem Componentes Para Montar o Kit"
                 GO TO 041-PROXIMO-ITEM
              END-IF
           END-IF.
           IF WS-ACAO = "D" OR "d"
              IF WS-E-KIT = "S"
                 PERFORM 076-APURA-KIT THRU 076-APURA-KIT-EXIT
              ELSE
                 PERFORM 070-APURA-SAIDAS THRU 070-APURA-SAIDAS-EXIT
              END-IF
              IF WS-DEVOLVIVEL = ZEROS
                 DISPLAY (21, 18) "Nada a Devolver Neste Item"
                 GO TO 045-ACAO
              END-IF
           END-IF.
           DISPLAY (21, 18) "Confirma (S/N)?".
           ACCEPT (21, 34) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Acao Cancelada"
              GO TO 041-PROXIMO-ITEM.
           IF WS-ACAO = "A" OR "a" OR "S" OR "s"
              PERFORM 048-QTD-ATENDER THRU 048-QTD-ATENDER-EXIT
              PERFORM 050-ATENDE THRU 050-ATENDE-EXIT
              GO TO 041-PROXIMO-ITEM.
           IF WS-ACAO = "D" OR "d"
              PERFORM 049-QTD-DEVOLVER THRU 049-QTD-DEVOLVER-EXIT
              IF WS-E-KIT = "S"
                 PERFORM 056-DEVOLVE-KIT THRU 056-DEVOLVE-KIT-EXIT
              ELSE
                 PERFORM 052-DEVOLVE THRU 052-DEVOLVE-EXIT
              END-IF
           ELSE
              MOVE "C" TO RQ-SITUACAO
              REWRITE REG-REQUIS
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Regravar Requisicao"
              END-REWRITE
              DISPLAY (21, 18) "Item Cancelado                    "
           END-IF.
           GO TO 041-PROXIMO-ITEM.
       050-ATENDE.
           MOVE RQ-COD-PRODUTO TO MV-COD-PRODUTO.
           MOVE "S" TO MV-TIPO.
           MOVE ZEROS TO MV-MOTIVO.
           MOVE "N" TO MV-UNID-COMPRA.
           MOVE "R" TO MV-ORIGEM.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           IF WS-E-KIT = "S"
              PERFORM 082-EXPLODE-KIT THRU 082-EXPLODE-KIT-EXIT
           ELSE
              IF WS-SUBSTITUI = "S"
                 MOVE WS-COD-SUBST TO MV-COD-PRODUTO
                 MOVE WS-QTD-SUBST TO MV-QTD
                 PERFORM 098-GRAVA-SUBHIST THRU 098-GRAVA-SUBHIST-EXIT
              END-IF
              WRITE REG-MOVTO
           END-IF.
           ADD WS-QTD-ATENDER TO RQ-QTD-ATENDIDA.
           IF RQ-QTD-ATENDIDA NOT < RQ-QTD
              MOVE "T" TO RQ-SITUACAO
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Requisicao"
           END-REWRITE.
           IF WS-SUBSTITUI = "S"
              DISPLAY (21, 18) "Atendida c/ Substituto - Saida em MOVTO"
           ELSE
              IF REQ-ATENDIDA
                 DISPLAY (21, 18) "Atendida - Saida Gerada em MOVTO"
              ELSE
                 DISPLAY (21, 18) "Parcial - Restante Fica Reservado"
              END-IF
           END-IF.
       050-ATENDE-EXIT.
           EXIT.
      *    Quantidade a atender: vazio/zero atende todo o restante;
      *    acima do restante e recusado. Kit: vazio/zero atende o que
      *    os componentes em estoque permitirem montar, e acima disso
      *    e recusado. Substituto: a quantidade e a do produto pedido,
      *    limitada ao que o saldo livre do substituto cobre.
       048-QTD-ATENDER.
           DISPLAY (10, 32) "    ".
           ACCEPT (10, 32) WS-QTD-ATENDER WITH PROMPT.
           IF WS-QTD-ATENDER = ZEROS
              MOVE WS-RESTANTE TO WS-QTD-ATENDER
              IF WS-E-KIT = "S"
                 AND WS-QTD-ATENDER > WS-KITS-POSSIVEIS
                 MOVE WS-KITS-POSSIVEIS TO WS-QTD-ATENDER
              END-IF
              IF WS-SUBSTITUI = "S"
                 AND WS-QTD-ATENDER > WS-MAX-ATENDER
                 MOVE WS-MAX-ATENDER TO WS-QTD-ATENDER
              END-IF
              DISPLAY (10, 32) WS-QTD-ATENDER.
           IF WS-QTD-ATENDER > WS-RESTANTE
              DISPLAY (21, 18) "Acima do Restante - Redigite"
              GO TO 048-QTD-ATENDER.
           IF WS-SUBSTITUI = "S" AND WS-QTD-ATENDER > WS-MAX-ATENDER
              MOVE WS-MAX-ATENDER TO ED-KITS
              DISPLAY (21, 18) "Substituto So Cobre " ED-KITS
                  " - Redigite"
              GO TO 048-QTD-ATENDER.
           IF WS-SUBSTITUI = "S"
              PERFORM 097-CONVERTE THRU 097-CONVERTE-EXIT
              MOVE WS-QTD-SUBST TO ED-QTD-SUBST
              DISPLAY (20, 40) ED-QTD-SUBST.
           IF WS-E-KIT = "S" AND WS-QTD-ATENDER > WS-KITS-POSSIVEIS
              MOVE WS-KITS-POSSIVEIS TO ED-KITS
              DISPLAY (21, 18) "So Ha Componentes Para " ED-KITS
                  " Kits"
              GO TO 048-QTD-ATENDER.
       048-QTD-ATENDER-EXIT.
           EXIT.
      *    Quantidade a devolver: vazio/zero devolve todo o saldo que
      *    saiu e ainda nao voltou; acima dele e recusado.
       049-QTD-DEVOLVER.
           DISPLAY (12, 32) "    ".
           ACCEPT (12, 32) WS-QTD-DEVOLVER WITH PROMPT.
           IF WS-QTD-DEVOLVER = ZEROS
              MOVE WS-DEVOLVIVEL TO WS-QTD-DEVOLVER
              DISPLAY (12, 32) WS-QTD-DEVOLVER.
           IF WS-QTD-DEVOLVER > WS-DEVOLVIVEL
              DISPLAY (21, 18) "Acima do que Saiu - Redigite"
              GO TO 049-QTD-DEVOLVER.
       049-QTD-DEVOLVER-EXIT.
           EXIT.
      *    Grava a devolucao em MOVTO: um lancamento por lote de onde
      *    o material saiu, do ultimo lote consumido para o primeiro;
      *    o que nao couber nos lotes (ou item sem lote) vai sem lote.
       052-DEVOLVE.
           MOVE WS-QTD-DEVOLVER TO WS-SOBRA.
           MOVE WS-QTD-LOTES TO WS-IND.
       052-PROXIMO-LOTE.
           IF WS-SOBRA = ZEROS OR WS-IND = ZEROS
              GO TO 052-SEM-LOTE.
           IF TB-LOTE-QTD (WS-IND) > ZEROS
              MOVE TB-LOTE (WS-IND) TO MV-LOTE
              IF TB-LOTE-QTD (WS-IND) < WS-SOBRA
                 MOVE TB-LOTE-QTD (WS-IND) TO MV-QTD
              ELSE
                 MOVE WS-SOBRA TO MV-QTD
              END-IF
              PERFORM 054-GRAVA-DEVOLUCAO THRU 054-GRAVA-DEVOLUCAO-EXIT
              SUBTRACT MV-QTD FROM WS-SOBRA
           END-IF.
           SUBTRACT 1 FROM WS-IND.
           GO TO 052-PROXIMO-LOTE.
       052-SEM-LOTE.
           IF WS-SOBRA > ZEROS
              MOVE SPACES TO MV-LOTE
              MOVE WS-SOBRA TO MV-QTD
              PERFORM 054-GRAVA-DEVOLUCAO THRU 054-GRAVA-DEVOLUCAO-EXIT
           END-IF.
           DISPLAY (21, 18) "Devolucao Gerada em MOVTO".
       052-DEVOLVE-EXIT.
           EXIT.
       054-GRAVA-DEVOLUCAO.
           MOVE WS-COD-DEVOL TO MV-COD-PRODUTO.
           MOVE "E" TO MV-TIPO.
           MOVE WS-ANO TO MV-ANO.
           MOVE WS-MES TO MV-MES.
           MOVE WS-DIA TO MV-DIA.
           MOVE WS-CUSTO-SAIDA TO MV-CUSTO-UNIT.
           MOVE ZEROS TO MV-LOCAL.
           MOVE ZEROS TO MV-LOCAL-DEST.
           MOVE WS-DATA-SAIDA TO MV-VALIDADE.
           MOVE RQ-COD-DEPTO TO MV-COD-DEPTO.
           MOVE RQ-NUMERO TO MV-NUMERO-REQ.
           MOVE ZEROS TO MV-MOTIVO.
           MOVE "N" TO MV-UNID-COMPRA.
           MOVE "D" TO MV-ORIGEM.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           WRITE REG-MOVTO.
       054-GRAVA-DEVOLUCAO-EXIT.
           EXIT.
      *    Devolucao de kit: para cada componente, reapura as saidas,
      *    o custo e os lotes dele e devolve os kits vezes a
      *    quantidade por kit.
       056-DEVOLVE-KIT.
           MOVE WS-QTD-DEVOLVER TO WS-KITS-DEVOLVER.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 056-DEVOLVE-KIT-EXIT
           END-START.
       056-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 056-DEVOLVE-KIT-EXIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 056-DEVOLVE-KIT-EXIT.
           MOVE KC-COD-COMP TO WS-COD-DEVOL.
           PERFORM 070-APURA-SAIDAS THRU 070-APURA-SAIDAS-EXIT.
           COMPUTE WS-QTD-DEVOLVER = WS-KITS-DEVOLVER * KC-QTD.
           PERFORM 052-DEVOLVE THRU 052-DEVOLVE-EXIT.
           GO TO 056-LE-COMP.
       056-DEVOLVE-KIT-EXIT.
           EXIT.
       035-LIMPA-ITEM.
           DISPLAY (03, 39) "     ".
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (14, 53) "                    ".
           MOVE 15 TO WS-LIN-SUB.
           PERFORM 036-LIMPA-SUBST THRU 036-LIMPA-SUBST-EXIT
               UNTIL WS-LIN-SUB > 20.
       035-LIMPA-ITEM-EXIT.
           EXIT.
       036-LIMPA-SUBST.
           DISPLAY (WS-LIN-SUB, 32) WS-LIMPA.
           DISPLAY (WS-LIN-SUB, 62) "               ".
           ADD 1 TO WS-LIN-SUB.
       036-LIMPA-SUBST-EXIT.
           EXIT.
      *    Item zero: procura o primeiro item ainda aberto ou parcial
      *    da requisicao; nao achando, devolve WS-ITEM zerado.
       044-PROXIMO-ABERTO.
           START REQUIS-S KEY > RQ-CHAVE
               INVALID KEY
                   GO TO 044-PROXIMO-ABERTO-EXIT
           END-START.
       044-LE-ITEM.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 044-PROXIMO-ABERTO-EXIT
           END-READ.
           IF RQ-NUMERO NOT = WS-NUMERO
              GO TO 044-PROXIMO-ABERTO-EXIT.
           IF NOT REQ-ABERTA AND NOT REQ-PARCIAL
              GO TO 044-LE-ITEM.
           MOVE RQ-ITEM TO WS-ITEM.
       044-PROXIMO-ABERTO-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE REQUIS-S.
           IF WS-FS-REQCAB = "00"
              CLOSE REQCAB-S
           END-IF.
           CLOSE MOVTO-S.
           CLOSE OPERADOR-S.
           CLOSE ALMOX-S.
           CLOSE KITCOMP-S.
           CLOSE SUBST-S.
           CLOSE SUBHIST-S.
           CLOSE CTLDEP-S.
           GOBACK.
      *    Apura o que saiu na requisicao (saidas posicionadas no
      *    historico) e o que ja voltou (devolucoes posicionadas e as
      *    pendentes em MOVTO), o custo medio das saidas, a data da
      *    ultima saida e o saldo por lote consumido (LOTCONS), do
      *    produto WS-COD-DEVOL: o pedido, o substituto escolhido ou
      *    o componente do kit. Da saida conta so a parte propria.
       070-APURA-SAIDAS.
           MOVE ZEROS TO WS-QTD-ENTREGUE WS-QTD-DEVOLVIDA
                         WS-VALOR-ENTREGUE WS-DATA-SAIDA
                         WS-CUSTO-SAIDA WS-DEVOLVIVEL WS-QTD-LOTES.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              GO TO 070-LOTCONS.
       070-LE-HIST.
           READ MOVHIST-S
               AT END
                   CLOSE MOVHIST-S
                   GO TO 070-LOTCONS
           END-READ.
           IF MH-NUMERO-REQ NOT = RQ-NUMERO
              OR MH-COD-PRODUTO NOT = WS-COD-DEVOL
              OR NOT MOVHIST-POSICIONADO
              GO TO 070-LE-HIST.
           IF (MH-TIPO = "S" OR "s") AND MH-ORIGEM = "R"
              MOVE MH-QTD TO WS-QTD-PROPRIA
              IF MH-QTD-CONSIG NUMERIC
                 SUBTRACT MH-QTD-CONSIG FROM WS-QTD-PROPRIA
              END-IF
              ADD WS-QTD-PROPRIA TO WS-QTD-ENTREGUE
              COMPUTE WS-VALOR-ENTREGUE = WS-VALOR-ENTREGUE
                  + (WS-QTD-PROPRIA * MH-CUSTO-UNIT)
              IF MH-DATA > WS-DATA-SAIDA
                 MOVE MH-DATA TO WS-DATA-SAIDA
              END-IF
           END-IF.
           IF (MH-TIPO = "E" OR "e") AND MH-ORIGEM = "D"
              ADD MH-QTD TO WS-QTD-DEVOLVIDA.
           GO TO 070-LE-HIST.
       070-LOTCONS.
           OPEN INPUT LOTCONS-S.
           IF WS-FS-LOTCONS NOT = "00"
              GO TO 070-MOVTO.
       070-LE-LOTCONS.
           READ LOTCONS-S
               AT END
                   CLOSE LOTCONS-S
                   GO TO 070-MOVTO
           END-READ.
           IF LN-NUMERO-REQ NOT = RQ-NUMERO
              OR LN-COD-PRODUTO NOT = WS-COD-DEVOL
              GO TO 070-LE-LOTCONS.
           IF NOT LOTCONS-CONSUMO AND NOT LOTCONS-DEVOLUCAO
              GO TO 070-LE-LOTCONS.
           MOVE LN-LOTE TO MV-LOTE.
           PERFORM 075-ACHA-LOTE THRU 075-ACHA-LOTE-EXIT.
           IF WS-ACHEI NOT = ZEROS
              IF LOTCONS-DEVOLUCAO
                 SUBTRACT LN-QTD FROM TB-LOTE-QTD (WS-ACHEI)
              ELSE
                 ADD LN-QTD TO TB-LOTE-QTD (WS-ACHEI)
              END-IF
           END-IF.
           GO TO 070-LE-LOTCONS.
      *    Devolucoes ainda nao baixadas: MOVTO e relido do inicio e
      *    volta a ficar aberto para acrescimo no final.
       070-MOVTO.
           CLOSE MOVTO-S.
           OPEN INPUT MOVTO-S.
       070-LE-MOVTO.
           READ MOVTO-S
               AT END
                   GO TO 070-CALCULA
           END-READ.
           IF MV-NUMERO-REQ = RQ-NUMERO
              AND MV-COD-PRODUTO = WS-COD-DEVOL
              AND ORIGEM-DEVOLUCAO
              ADD MV-QTD TO WS-QTD-DEVOLVIDA
              IF MV-LOTE NOT = SPACES
                 PERFORM 075-ACHA-LOTE THRU 075-ACHA-LOTE-EXIT
                 IF WS-ACHEI NOT = ZEROS
                    SUBTRACT MV-QTD FROM TB-LOTE-QTD (WS-ACHEI)
                 END-IF
              END-IF
           END-IF.
           GO TO 070-LE-MOVTO.
       070-CALCULA.
           CLOSE MOVTO-S.
           OPEN EXTEND MOVTO-S.
           IF WS-QTD-ENTREGUE > WS-QTD-DEVOLVIDA
              COMPUTE WS-DEVOLVIVEL =
                  WS-QTD-ENTREGUE - WS-QTD-DEVOLVIDA
              COMPUTE WS-CUSTO-SAIDA ROUNDED =
                  WS-VALOR-ENTREGUE / WS-QTD-ENTREGUE
           END-IF.
           DISPLAY (11, 32) WS-QTD-ENTREGUE " / " WS-QTD-DEVOLVIDA.
           MOVE WS-CUSTO-SAIDA TO ED-CUSTO.
           DISPLAY (13, 32) ED-CUSTO.
       070-APURA-SAIDAS-EXIT.
           EXIT.
      *    Substituicoes do item em SUBHIST.DAT: quantas houve e se o
      *    produto WS-COD-DEVOL foi um dos substitutos. O arquivo e
      *    relido do inicio e volta a ficar aberto para acrescimo.
       072-SUBST-DA-LINHA.
           MOVE ZEROS TO WS-QTD-SH.
           MOVE "N" TO WS-ACHOU-SH.
           CLOSE SUBHIST-S.
           OPEN INPUT SUBHIST-S.
       072-LE-SUBHIST.
           READ SUBHIST-S
               AT END
                   GO TO 072-FECHA
           END-READ.
           IF SH-NUMERO-REQ NOT = RQ-NUMERO
              OR SH-ITEM NOT = RQ-ITEM
              GO TO 072-LE-SUBHIST.
           ADD 1 TO WS-QTD-SH.
           IF SH-COD-SUBST = WS-COD-DEVOL
              MOVE "S" TO WS-ACHOU-SH.
           GO TO 072-LE-SUBHIST.
       072-FECHA.
           CLOSE SUBHIST-S.
           OPEN EXTEND SUBHIST-S.
       072-SUBST-DA-LINHA-EXIT.
           EXIT.
      *    Item que saiu tambem por substituto: qual produto volta.
       073-ESCOLHE-DEVOL.
           DISPLAY (21, 18) "Produto a Devolver (0 = o Pedido)".
           DISPLAY (20, 32) "              ".
           ACCEPT (20, 32) WS-COD-SUBST WITH PROMPT.
           MOVE "S" TO WS-ACHOU-SH.
           IF WS-COD-SUBST = ZEROS OR WS-COD-SUBST = RQ-COD-PRODUTO
              MOVE RQ-COD-PRODUTO TO WS-COD-DEVOL
              GO TO 073-ESCOLHE-DEVOL-EXIT.
           MOVE WS-COD-SUBST TO WS-COD-DEVOL.
           PERFORM 072-SUBST-DA-LINHA THRU 072-SUBST-DA-LINHA-EXIT.
           DISPLAY (21, 18) "                                    ".
       073-ESCOLHE-DEVOL-EXIT.
           EXIT.
      *    Devolucao de kit: quantos kits inteiros voltam, o menor
      *    saldo devolvivel / quantidade por kit entre os componentes,
      *    e o custo do kit pelo custo das saidas de cada componente.
       076-APURA-KIT.
           MOVE 9999 TO WS-KIT-DEVOLVIVEL.
           MOVE ZEROS TO WS-CUSTO-KIT.
           MOVE ZEROS TO WS-CONT-COMP.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 076-FIM-COMP
           END-START.
       076-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 076-FIM-COMP
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 076-FIM-COMP.
           ADD 1 TO WS-CONT-COMP.
           MOVE KC-COD-COMP TO WS-COD-DEVOL.
           PERFORM 070-APURA-SAIDAS THRU 070-APURA-SAIDAS-EXIT.
           COMPUTE WS-POSSIVEL = WS-DEVOLVIVEL / KC-QTD.
           IF WS-POSSIVEL < WS-KIT-DEVOLVIVEL
              MOVE WS-POSSIVEL TO WS-KIT-DEVOLVIVEL.
           COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
               + (KC-QTD * WS-CUSTO-SAIDA).
           GO TO 076-LE-COMP.
       076-FIM-COMP.
           IF WS-CONT-COMP = ZEROS
              MOVE ZEROS TO WS-KIT-DEVOLVIVEL.
           MOVE WS-KIT-DEVOLVIVEL TO WS-DEVOLVIVEL.
           MOVE WS-KIT-DEVOLVIVEL TO ED-KITS.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (11, 32) "Kits Devolviveis: " ED-KITS.
           MOVE WS-CUSTO-KIT TO ED-CUSTO.
           DISPLAY (13, 32) ED-CUSTO.
       076-APURA-KIT-EXIT.
           EXIT.
      *    Posicao do lote MV-LOTE na tabela; lote novo entra no fim
      *    enquanto houver espaco.
       075-ACHA-LOTE.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
       075-COMPARA.
           IF WS-IND > WS-QTD-LOTES
              GO TO 075-NOVO.
           IF TB-LOTE (WS-IND) = MV-LOTE
              MOVE WS-IND TO WS-ACHEI
              GO TO 075-ACHA-LOTE-EXIT.
           ADD 1 TO WS-IND.
           GO TO 075-COMPARA.
       075-NOVO.
           IF WS-QTD-LOTES < 20
              ADD 1 TO WS-QTD-LOTES
              MOVE WS-QTD-LOTES TO WS-ACHEI
              MOVE MV-LOTE TO TB-LOTE (WS-ACHEI)
              MOVE ZEROS TO TB-LOTE-QTD (WS-ACHEI)
           END-IF.
       075-ACHA-LOTE-EXIT.
           EXIT.
      *    Quantos kits os componentes em estoque permitem montar: o
      *    menor saldo / quantidade por kit entre os componentes.
       080-MONTA-KIT.
           MOVE 9999 TO WS-KITS-POSSIVEIS.
           MOVE "N" TO WS-KIT-CONFLITO.
           MOVE ZEROS TO WS-CONT-COMP.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 080-FIM-COMP
           END-START.
       080-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 080-FIM-COMP
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 080-FIM-COMP.
           ADD 1 TO WS-CONT-COMP.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE ZEROS TO QTD-ESTOQUE
           END-READ.
           COMPUTE WS-POSSIVEL = QTD-ESTOQUE / KC-QTD.
           IF WS-POSSIVEL < WS-KITS-POSSIVEIS
              MOVE WS-POSSIVEL TO WS-KITS-POSSIVEIS.
      *    A conferencia do documento le KITCOMP.DAT: o componente
      *    corrente e guardado e a leitura retomada depois dele.
           MOVE KC-COD-COMP TO WS-COD-RES.
           MOVE REG-KITCOMP TO WS-KITCOMP-GUARDA.
           PERFORM 099-NA-REQUISICAO THRU 099-NA-REQUISICAO-EXIT.
           IF WS-NA-REQ = "S"
              MOVE "S" TO WS-KIT-CONFLITO.
           MOVE WS-KITCOMP-GUARDA TO REG-KITCOMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 080-FIM-COMP
           END-START.
           GO TO 080-LE-COMP.
       080-FIM-COMP.
           IF WS-CONT-COMP = ZEROS
              MOVE ZEROS TO WS-KITS-POSSIVEIS.
       080-MONTA-KIT-EXIT.
           EXIT.
      *    Atendimento de kit: uma saida por componente, na quantidade
      *    atendida vezes a quantidade por kit, com o departamento e o
      *    numero da requisicao do kit, para o MOVPOST baixar, consumir
      *    e ratear os itens de verdade.
       082-EXPLODE-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 082-EXPLODE-KIT-EXIT
           END-START.
       082-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 082-EXPLODE-KIT-EXIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 082-EXPLODE-KIT-EXIT.
           MOVE KC-COD-COMP TO MV-COD-PRODUTO.
           COMPUTE MV-QTD = WS-QTD-ATENDER * KC-QTD.
           WRITE REG-MOVTO.
           GO TO 082-LE-COMP.
       082-EXPLODE-KIT-EXIT.
           EXIT.
      *    Item em falta: carrega os substitutos do produto (ate 10,
      *    fora os que nao podem sair), ordena pela preferencia,
      *    apura o saldo livre de reservas e mostra os primeiros
      *    cinco.
       090-SUBSTITUTOS.
           MOVE ZEROS TO WS-QTD-SUBS.
           MOVE ZEROS TO WS-SUBS-LIVRES.
           MOVE RQ-COD-PRODUTO TO SB-COD-PRODUTO.
           MOVE ZEROS TO SB-COD-SUBST.
           START SUBST-S KEY > SB-CHAVE
               INVALID KEY
                   GO TO 090-SUBSTITUTOS-EXIT
           END-START.
       090-LE-SUBST.
           READ SUBST-S NEXT RECORD
               AT END
                   GO TO 090-ORDENA
           END-READ.
           IF SB-COD-PRODUTO NOT = RQ-COD-PRODUTO
              OR WS-QTD-SUBS NOT < 10
              GO TO 090-ORDENA.
           MOVE SB-COD-SUBST TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 090-LE-SUBST
           END-READ.
           IF PRODUTO-BLOQUEADO OR PRODUTO-KIT OR PRODUTO-CONTROLADO
              OR PRODUTO-DESCONT OR PRODUTO-RETORNAVEL
              GO TO 090-LE-SUBST.
           MOVE SB-COD-SUBST TO WS-COD-RES.
           PERFORM 099-NA-REQUISICAO THRU 099-NA-REQUISICAO-EXIT.
           IF WS-NA-REQ = "S"
              GO TO 090-LE-SUBST.
           ADD 1 TO WS-QTD-SUBS.
           MOVE SB-PREFERENCIA TO TB-SUB-PREF (WS-QTD-SUBS).
           MOVE SB-COD-SUBST   TO TB-SUB-COD (WS-QTD-SUBS).
           MOVE SB-FATOR       TO TB-SUB-FATOR (WS-QTD-SUBS).
           MOVE NOME-PRODUTO   TO TB-SUB-NOME (WS-QTD-SUBS).
           MOVE QTD-ESTOQUE    TO TB-SUB-ESTOQUE (WS-QTD-SUBS).
           MOVE ZEROS          TO TB-SUB-RESERVA (WS-QTD-SUBS).
           MOVE ZEROS          TO TB-SUB-DISP (WS-QTD-SUBS).
           GO TO 090-LE-SUBST.
       090-ORDENA.
           IF WS-QTD-SUBS = ZEROS
              GO TO 090-SUBSTITUTOS-EXIT.
           MOVE "S" TO WS-TROCOU.
           PERFORM 092-PASSADA THRU 092-PASSADA-EXIT
               UNTIL WS-TROCOU = "N".
           PERFORM 094-RESERVAS THRU 094-RESERVAS-EXIT.
           MOVE 1 TO WS-SUB.
           MOVE 15 TO WS-LIN-SUB.
           PERFORM 093-MOSTRA-SUBST THRU 093-MOSTRA-SUBST-EXIT
               UNTIL WS-SUB > WS-QTD-SUBS.
       090-SUBSTITUTOS-EXIT.
           EXIT.
      *    Uma passada da ordenacao por preferencia.
       092-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-SUB.
       092-COMPARA.
           IF WS-SUB NOT < WS-QTD-SUBS
              GO TO 092-PASSADA-EXIT.
           IF TB-SUB-PREF (WS-SUB) > TB-SUB-PREF (WS-SUB + 1)
              MOVE WS-SUBSTITUTO (WS-SUB) TO WS-SUBST-AUX
              MOVE WS-SUBSTITUTO (WS-SUB + 1) TO WS-SUBSTITUTO (WS-SUB)
              MOVE WS-SUBST-AUX TO WS-SUBSTITUTO (WS-SUB + 1)
              MOVE "S" TO WS-TROCOU.
           ADD 1 TO WS-SUB.
           GO TO 092-COMPARA.
       092-PASSADA-EXIT.
           EXIT.
       093-MOSTRA-SUBST.
           IF TB-SUB-ESTOQUE (WS-SUB) > TB-SUB-RESERVA (WS-SUB)
              COMPUTE TB-SUB-DISP (WS-SUB) =
                  TB-SUB-ESTOQUE (WS-SUB) - TB-SUB-RESERVA (WS-SUB)
              ADD 1 TO WS-SUBS-LIVRES
           ELSE
              MOVE ZEROS TO TB-SUB-DISP (WS-SUB)
           END-IF.
           IF WS-LIN-SUB < 20
              MOVE TB-SUB-COD (WS-SUB)   TO LS-COD
              MOVE TB-SUB-NOME (WS-SUB)  TO LS-NOME
              MOVE TB-SUB-FATOR (WS-SUB) TO LS-FATOR
              MOVE TB-SUB-DISP (WS-SUB)  TO LS-DISP
              DISPLAY (WS-LIN-SUB, 32) WS-LINHA-SUBST
              ADD 1 TO WS-LIN-SUB
           END-IF.
           ADD 1 TO WS-SUB.
       093-MOSTRA-SUBST-EXIT.
           EXIT.
      *    Reservas dos substitutos: restante das linhas abertas e
      *    parciais de REQUIS.DAT, e dos kits pelos componentes, como
      *    no ALMOXBX. A linha em atendimento e relida no fim.
       094-RESERVAS.
           MOVE RQ-CHAVE TO WS-CHAVE-ATUAL.
           MOVE ZEROS TO RQ-NUMERO.
           MOVE ZEROS TO RQ-ITEM.
           START REQUIS-S KEY NOT < RQ-CHAVE
               INVALID KEY
                   GO TO 094-VOLTA
           END-START.
       094-LE-REQ.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 094-VOLTA
           END-READ.
           IF NOT REQ-ABERTA AND NOT REQ-PARCIAL
              GO TO 094-LE-REQ.
           IF RQ-QTD-ATENDIDA NOT < RQ-QTD
              GO TO 094-LE-REQ.
           COMPUTE WS-RESTO-LINHA = RQ-QTD - RQ-QTD-ATENDIDA.
           MOVE RQ-COD-PRODUTO TO WS-COD-RES.
           MOVE WS-RESTO-LINHA TO WS-QTD-RES.
           MOVE 1 TO WS-SUB.
           PERFORM 095-SOMA-RESERVA THRU 095-SOMA-RESERVA-EXIT
               UNTIL WS-SUB > WS-QTD-SUBS.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 094-LE-REQ
           END-START.
       094-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 094-LE-REQ
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 094-LE-REQ.
           MOVE KC-COD-COMP TO WS-COD-RES.
           COMPUTE WS-QTD-RES = WS-RESTO-LINHA * KC-QTD.
           MOVE 1 TO WS-SUB.
           PERFORM 095-SOMA-RESERVA THRU 095-SOMA-RESERVA-EXIT
               UNTIL WS-SUB > WS-QTD-SUBS.
           GO TO 094-LE-COMP.
       094-VOLTA.
           MOVE WS-CHAVE-ATUAL TO RQ-CHAVE.
           READ REQUIS-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Reler Requisicao"
           END-READ.
       094-RESERVAS-EXIT.
           EXIT.
       095-SOMA-RESERVA.
           IF TB-SUB-COD (WS-SUB) = WS-COD-RES
              ADD WS-QTD-RES TO TB-SUB-RESERVA (WS-SUB).
           ADD 1 TO WS-SUB.
       095-SOMA-RESERVA-EXIT.
           EXIT.
      *    Escolha do substituto (zero = o de maior preferencia com
      *    saldo livre) e o maximo do produto pedido que o saldo livre
      *    dele cobre, limitado ao restante.
       096-ESCOLHE-SUBST.
           DISPLAY (20, 32) "              ".
           ACCEPT (20, 32) WS-COD-SUBST WITH PROMPT.
           MOVE 1 TO WS-SUB.
       096-PROCURA.
           IF WS-SUB > WS-QTD-SUBS
              DISPLAY (21, 18) "Substituto Nao Oferecido p/ o Item"
              GO TO 096-ESCOLHE-SUBST-EXIT.
           IF WS-COD-SUBST = ZEROS AND TB-SUB-DISP (WS-SUB) > ZEROS
              GO TO 096-ACHOU.
           IF WS-COD-SUBST = TB-SUB-COD (WS-SUB)
              GO TO 096-ACHOU.
           ADD 1 TO WS-SUB.
           GO TO 096-PROCURA.
       096-ACHOU.
           IF TB-SUB-DISP (WS-SUB) = ZEROS
              DISPLAY (21, 18) "Substituto Sem Saldo Livre"
              GO TO 096-ESCOLHE-SUBST-EXIT.
           MOVE TB-SUB-COD (WS-SUB) TO WS-COD-SUBST.
           DISPLAY (20, 32) WS-COD-SUBST.
           MOVE TB-SUB-FATOR (WS-SUB) TO WS-FATOR.
           COMPUTE WS-QTD-INTEIRA = TB-SUB-DISP (WS-SUB) / WS-FATOR.
           IF WS-QTD-INTEIRA > WS-RESTANTE
              MOVE WS-RESTANTE TO WS-MAX-ATENDER
           ELSE
              MOVE WS-QTD-INTEIRA TO WS-MAX-ATENDER
           END-IF.
           IF WS-MAX-ATENDER = ZEROS
              DISPLAY (21, 18) "Saldo do Substituto Nao Cobre 1 Un"
              GO TO 096-ESCOLHE-SUBST-EXIT.
           MOVE "S" TO WS-SUBSTITUI.
       096-ESCOLHE-SUBST-EXIT.
           EXIT.
      *    Quantidade do substituto: a do produto pedido vezes o
      *    fator, arredondada para cima.
       097-CONVERTE.
           COMPUTE WS-QTD-CALC = WS-QTD-ATENDER * WS-FATOR.
           MOVE WS-QTD-CALC TO WS-QTD-INTEIRA.
           IF WS-QTD-INTEIRA < WS-QTD-CALC
              ADD 1 TO WS-QTD-INTEIRA.
           MOVE WS-QTD-INTEIRA TO WS-QTD-SUBST.
       097-CONVERTE-EXIT.
           EXIT.
       098-GRAVA-SUBHIST.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA           TO SH-DATA.
           MOVE WS-HORA-AGORA (1:6) TO SH-HORA.
           MOVE RQ-NUMERO         TO SH-NUMERO-REQ.
           MOVE RQ-ITEM           TO SH-ITEM.
           MOVE RQ-COD-DEPTO      TO SH-COD-DEPTO.
           MOVE RQ-COD-PRODUTO    TO SH-COD-PRODUTO.
           MOVE WS-QTD-ATENDER    TO SH-QTD.
           MOVE WS-COD-SUBST      TO SH-COD-SUBST.
           MOVE WS-QTD-SUBST      TO SH-QTD-SUBST.
           MOVE WS-FATOR          TO SH-FATOR.
           MOVE WS-OPERADOR       TO SH-OPERADOR.
           WRITE REG-SUBHIST.
       098-GRAVA-SUBHIST-EXIT.
           EXIT.
      *    O produto WS-COD-RES ja sai por outra linha do mesmo
      *    documento - como o produto da linha, como componente do
      *    kit da linha ou como substituto gravado em SUBHIST.DAT?
      *    A linha em atendimento e relida no fim.
       099-NA-REQUISICAO.
           MOVE "N" TO WS-NA-REQ.
           MOVE RQ-CHAVE TO WS-CHAVE-DOC.
           MOVE ZEROS TO RQ-ITEM.
           START REQUIS-S KEY > RQ-CHAVE
               INVALID KEY
                   GO TO 099-VOLTA
           END-START.
       099-LE-REQ.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 099-VOLTA
           END-READ.
           IF RQ-NUMERO NOT = WS-DOC-NUMERO
              GO TO 099-VOLTA.
           IF RQ-ITEM = WS-DOC-ITEM
              GO TO 099-LE-REQ.
           IF RQ-COD-PRODUTO = WS-COD-RES
              MOVE "S" TO WS-NA-REQ
              GO TO 099-VOLTA.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE WS-COD-RES     TO KC-COD-COMP.
           READ KITCOMP-S KEY IS KC-CHAVE
               INVALID KEY
                   GO TO 099-LE-REQ
           END-READ.
           MOVE "S" TO WS-NA-REQ.
       099-VOLTA.
           MOVE WS-CHAVE-DOC TO RQ-CHAVE.
           READ REQUIS-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Reler Requisicao"
           END-READ.
           IF WS-NA-REQ = "S"
              GO TO 099-NA-REQUISICAO-EXIT.
           CLOSE SUBHIST-S.
           OPEN INPUT SUBHIST-S.
       099-LE-SUBHIST.
           READ SUBHIST-S
               AT END
                   GO TO 099-FECHA-SUBHIST
           END-READ.
           IF SH-NUMERO-REQ = WS-DOC-NUMERO
              AND SH-ITEM NOT = WS-DOC-ITEM
              AND SH-COD-SUBST = WS-COD-RES
              MOVE "S" TO WS-NA-REQ
              GO TO 099-FECHA-SUBHIST.
           GO TO 099-LE-SUBHIST.
       099-FECHA-SUBHIST.
           CLOSE SUBHIST-S.
           OPEN EXTEND SUBHIST-S.
       099-NA-REQUISICAO-EXIT.
           EXIT.
      ***---------- FIM DO PROGRAMA REQATE ---------***
