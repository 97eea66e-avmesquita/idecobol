       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESUMO.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * RESUMO DA MANHA - EXCECOES DA RODADA NOTURNA
      * Ultimo passo do ALMOXBAT.sh: junta em RESUMO.LST, numa folha
      * so, o que pede atencao do supervisor depois da rodada da
      * noite, sem ter que abrir relatorio por relatorio. Cada secao
      * traz a contagem, os primeiros itens (ate 10) e o programa ou
      * a tela para o seguimento:
      *   1 movimentos recusados pela ultima rodada do MOVPOST (os
      *     ultimos MC-PROCESSADOS registros de MOVHIST.DAT, conforme
      *     MOVCTL.DAT), com a contagem por motivo;
      *   2 produtos abaixo do ponto de pedido, pela mesma conta do
      *     ALMOXBX (estoque menos reservas de REQUIS.DAT);
      *   3 ordens de compra com linha aberta ou parcial e mais de
      *     15 dias de atraso sobre a data da ordem mais o OC-PRAZO;
      *   4 lotes com saldo que vencem nos proximos 7 dias (e a
      *     contagem dos ja vencidos);
      *   5 departamentos acima da quota no mes da rodada, pela conta
      *     do REQLIB (linhas abertas, parciais, atendidas e
      *     aguardando liberacao), e os pedidos de liberacao ainda
      *     pendentes;
      *   6 requisicoes abertas ou parciais (backorder) de produto
      *     que entrou na ultima rodada do MOVPOST;
      *   7 operadores bloqueados em OPERADOR.DAT e as tentativas de
      *     senha errada ou conta bloqueada do SEGLOG.DAT desde a
      *     vespera;
      *   8 situacao de cada passo da rodada em BATCTL.DAT.
      * Recebe a data da rodada (AAAAMMDD; zero = hoje), passada pelo
      * ALMOXBAT.sh. Arquivo ausente nao derruba a rodada: a secao
      * sai com o aviso. A copia datada fica arquivada pelo RELARQ
      * para consulta dos dias anteriores no RELNAV.
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
           SELECT MOVCTL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVCTL.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT PEDIDO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-COD-PRODUTO
               FILE STATUS IS WS-FS-PEDIDO.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
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
           SELECT LOTES-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WS-FS-LOTES.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT REQLIB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-NUMERO
               FILE STATUS IS WS-FS-REQLIB.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-SEGLOG.
           SELECT BATCTL-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CHAVE
               FILE STATUS IS WS-FS-BATCTL.
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
               88  PRODUTO-RETORNAVEL   VALUE "R".
       FD MOVCTL-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVCTL
           VALUE OF FILE-ID "MOVCTL.DAT".
       01  REG-MOVCTL.
           02  MC-DATA-ULTIMA PIC 9(08).
           02  MC-HORA-ULTIMA PIC 9(06).
           02  MC-SITUACAO    PIC X(01).
               88  RODADA-COMPLETA     VALUE "C".
               88  RODADA-INTERROMPIDA VALUE "I".
           02  MC-PROCESSADOS PIC 9(05).
           02  MC-OK          PIC 9(05).
           02  MC-REC         PIC 9(05).
       FD MOVHIST-S
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVHIST
           VALUE OF FILE-ID "MOVHIST.DAT".
       01  REG-MOVHIST.
           02  MH-COD-PRODUTO PIC 9(04).
           02  MH-TIPO        PIC X(01).
           02  MH-QTD         PIC 9(04).
           02  MH-DATA.
               03  MH-ANO     PIC 9(04).
               03  MH-MES     PIC 9(02).
               03  MH-DIA     PIC 9(02).
           02  MH-SITUACAO    PIC X(01).
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-CUSTO-UNIT  PIC 9(05)V99.
           02  MH-COD-DEPTO   PIC 9(04).
           02  MH-NUMERO-REQ  PIC 9(06).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
       FD PEDIDO-S
           RECORD CONTAINS 08 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID "PEDIDO.DAT".
       01  REG-PEDIDO.
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
           02  RQ-QTD         PIC 9(04).
           02  RQ-QTD-ATENDIDA PIC 9(04).
           02  RQ-DATA        PIC 9(08).
           02  RQ-SITUACAO    PIC X(01).
               88  REQ-ABERTA          VALUE "A".
               88  REQ-PARCIAL         VALUE "P".
               88  REQ-ATENDIDA        VALUE "T".
               88  REQ-CANCELADA       VALUE "C".
               88  REQ-LIBERACAO       VALUE "L".
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
       FD ORDENS-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
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
       FD LOTES-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOTE
           VALUE OF FILE-ID "LOTES.DAT".
       01  REG-LOTE.
           02  LT-CHAVE.
               03  LT-COD-PRODUTO PIC 9(04).
               03  LT-NUMERO      PIC X(10).
           02  LT-QTD-RECEBIDA PIC 9(04).
           02  LT-QTD-RESTANTE PIC 9(04).
           02  LT-VALIDADE    PIC 9(08).
       FD DEPTOS-S
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEPTO
           VALUE OF FILE-ID "DEPTOS.DAT".
       01  REG-DEPTO.
           02  DP-COD-DEPTO   PIC 9(04).
           02  DP-NOME        PIC X(15).
           02  DP-QUOTA-QTD   PIC 9(06).
           02  DP-QUOTA-VALOR PIC 9(08)V99.
       FD REQLIB-S
           RECORD CONTAINS 135 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQLIB
           VALUE OF FILE-ID "REQLIB.DAT".
       01  REG-REQLIB.
           02  RL-NUMERO      PIC 9(06).
           02  RL-COD-DEPTO   PIC 9(04).
           02  RL-DATA-REQ    PIC 9(08).
           02  RL-OPERADOR-REQ PIC 9(04).
           02  RL-QTD-DOC     PIC 9(06).
           02  RL-VALOR-DOC   PIC 9(10)V99.
           02  RL-USO-QTD     PIC 9(08).
           02  RL-USO-VALOR   PIC 9(10)V99.
           02  RL-QUOTA-QTD   PIC 9(06).
           02  RL-QUOTA-VALOR PIC 9(08)V99.
           02  RL-SITUACAO    PIC X(01).
               88  LIB-PENDENTE        VALUE "P".
               88  LIB-APROVADA        VALUE "A".
               88  LIB-REJEITADA       VALUE "R".
           02  RL-APROVADOR   PIC 9(04).
           02  RL-DATA-DECISAO PIC 9(08).
           02  RL-HORA-DECISAO PIC 9(06).
           02  RL-MOTIVO      PIC X(40).
       FD OPERADOR-S
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID "OPERADOR.DAT".
       01  REG-OPERADOR.
           02  OP-CODIGO      PIC 9(04).
           02  OP-NOME        PIC X(20).
           02  OP-SENHA       PIC X(06).
           02  OP-PERM-INCLUI PIC X(01).
           02  OP-PERM-ALTERA PIC X(01).
           02  OP-PERM-EXCLUI PIC X(01).
           02  OP-PERM-CONSUL PIC X(01).
           02  OP-SUPERVISOR  PIC X(01).
           02  OP-BLOQUEADO   PIC X(01).
               88  OPERADOR-BLOQUEADO  VALUE "S".
           02  OP-FALHAS      PIC 9(02).
           02  OP-DATA-SENHA  PIC 9(08).
       FD SEGLOG-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SEGLOG
           VALUE OF FILE-ID "SEGLOG.DAT".
       01  REG-SEGLOG.
           02  SG-DATA        PIC 9(08).
           02  SG-HORA        PIC 9(06).
           02  SG-PROGRAMA    PIC X(08).
           02  SG-OPERADOR    PIC 9(04).
           02  SG-RESULTADO   PIC X(01).
       FD BATCTL-S
           RECORD CONTAINS 29 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-BATCTL
           VALUE OF FILE-ID "BATCTL.DAT".
       01  REG-BATCTL.
           02  BC-CHAVE.
               03  BC-DATA    PIC 9(08).
               03  BC-PASSO   PIC X(08).
           02  BC-SITUACAO    PIC X(01).
               88  PASSO-INICIADO      VALUE "I".
               88  PASSO-CONCLUIDO     VALUE "C".
           02  BC-HORA-INI    PIC 9(06).
           02  BC-HORA-FIM    PIC 9(06).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "RESUMO.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-MOVCTL   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-PEDIDO   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-LOTES    PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-REQLIB   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-FS-SEGLOG   PIC X(02) VALUE SPACES.
           02  WS-FS-BATCTL   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "RESUMO  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-DATA-REF    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-REF-R REDEFINES WS-DATA-REF.
               03  WS-REF-ANO PIC 9(04).
               03  WS-REF-MES PIC 9(02).
               03  WS-REF-DIA PIC 9(02).
           02  WS-REF-INT     PIC 9(08) VALUE ZEROS.
           02  WS-DATA-INT    PIC 9(08) VALUE ZEROS.
           02  WS-VAL-MES     PIC 9(02) VALUE ZEROS.
           02  WS-VAL-DIA     PIC 9(02) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-HORA-AGORA  PIC 9(08) VALUE ZEROS.
           02  WS-TOT-HIST    PIC 9(08) VALUE ZEROS.
           02  WS-PULAR       PIC 9(08) VALUE ZEROS.
           02  WS-LIDOS       PIC 9(08) VALUE ZEROS.
           02  WS-TEM-MOVCTL  PIC X(01) VALUE "N".
           02  WS-TEM-KITCOMP PIC X(01) VALUE "N".
           02  WS-TEM-ORDENS  PIC X(01) VALUE "N".
           02  WS-RESTANTE    PIC 9(04) VALUE ZEROS.
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-CHEGOU-LINHA PIC 9(06) VALUE ZEROS.
           02  WS-CUSTO-LINHA PIC 9(07)V99 VALUE ZEROS.
           02  WS-COD-KIT     PIC 9(04) VALUE ZEROS.
           02  WS-ORDEM-ANT   PIC 9(06) VALUE ZEROS.
           02  WS-ATRASO      PIC S9(05) VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-MOTIVOS PIC 9(04) COMP VALUE ZEROS.
           02  WS-CONTA       PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-2     PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-3     PIC 9(05) VALUE ZEROS.
           02  WS-CONT-PEND   PIC 9(05) VALUE ZEROS.
           02  WS-LIMITE-LISTA PIC 9(04) COMP VALUE 10.
           02  WS-QTD-LISTA   PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-LISTA-PEND PIC 9(04) COMP VALUE ZEROS.
           02  WS-SECAO       PIC 9(01) VALUE ZEROS.
           02  WS-MAIS        PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-RESERVA.
           02  WS-RESERVA OCCURS 9999 TIMES
                          PIC 9(06).
       01  WS-TABELA-CHEGOU.
           02  WS-CHEGOU OCCURS 9999 TIMES
                          PIC 9(06).
       01  WS-TABELA-USO.
           02  WS-USO OCCURS 9999 TIMES.
               03  TB-USO-QTD     PIC 9(08).
               03  TB-USO-VALOR   PIC 9(10)V99.
       01  WS-TABELA-MOTIVOS.
           02  WS-MOTIVO OCCURS 20 TIMES.
               03  TB-MOTIVO      PIC X(22).
               03  TB-MOT-QTD     PIC 9(05).
      *    Itens da secao em montagem (e da secao de pendencias, que
      *    e apurada na leitura de REQUIS.DAT antes da hora de sair).
       01  WS-TABELA-LISTA.
           02  WS-LISTA OCCURS 12 TIMES PIC X(80).
       01  WS-TABELA-LISTA-PEND.
           02  WS-LISTA-PEND OCCURS 10 TIMES PIC X(80).
       01  WS-CAB-01.
           02  FILLER         PIC X(41) VALUE
               "RESUMO - EXCECOES DA RODADA NOTURNA DE ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(12) VALUE "EMITIDO EM ".
           02  CAB-HOJE-DIA   PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-HOJE-MES   PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-HOJE-ANO   PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  CAB-HORA       PIC 9(02).
           02  FILLER         PIC X(01) VALUE ":".
           02  CAB-MIN        PIC 9(02).
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-LINHA-SECAO.
           02  LS-NUMERO      PIC 9(01).
           02  FILLER         PIC X(03) VALUE " - ".
           02  LS-TITULO      PIC X(42).
           02  FILLER         PIC X(02) VALUE ": ".
           02  LS-QTD         PIC ZZZZ9.
       01  WS-LINHA-SEGUE.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(12) VALUE "Seguimento: ".
           02  LSG-TEXTO      PIC X(60).
       01  WS-LINHA-INFO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  LI-TEXTO       PIC X(42).
           02  FILLER         PIC X(02) VALUE ": ".
           02  LI-QTD         PIC ZZZZ9.
       01  WS-LINHA-AVISO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  LA-TEXTO       PIC X(60).
       01  WS-LINHA-MAIS.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "... mais".
           02  LM-QTD         PIC ZZZZ9.
           02  FILLER         PIC X(15) VALUE " nao listado(s)".
       01  WS-LINHA-MOTIVO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "Motivo: ".
           02  LMO-MOTIVO     PIC X(22).
           02  FILLER         PIC X(12) VALUE SPACES.
           02  FILLER         PIC X(02) VALUE ": ".
           02  LMO-QTD        PIC ZZZZ9.
       01  WS-ITEM-RECUSA.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IR-PRODUTO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IR-NOME        PIC X(20).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IR-TIPO        PIC X(01).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IR-QTD         PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IR-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IR-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IR-ANO         PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IR-MOTIVO      PIC X(22).
       01  WS-ITEM-PONTO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IP-PRODUTO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IP-NOME        PIC X(30).
           02  FILLER         PIC X(09) VALUE " DISPON. ".
           02  IP-DISPON      PIC -ZZZZ9.
           02  FILLER         PIC X(07) VALUE " PONTO ".
           02  IP-PONTO       PIC ZZZ9.
       01  WS-ITEM-ORDEM.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "ORDEM ".
           02  IO-NUMERO      PIC 9(06).
           02  FILLER         PIC X(07) VALUE " FORN. ".
           02  IO-FORNEC      PIC 9(04).
           02  FILLER         PIC X(09) VALUE " EMISSAO ".
           02  IO-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IO-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IO-ANO         PIC 9(04).
           02  FILLER         PIC X(07) VALUE " PRAZO ".
           02  IO-PRAZO       PIC ZZ9.
           02  FILLER         PIC X(08) VALUE " ATRASO ".
           02  IO-ATRASO      PIC ZZZZ9.
       01  WS-ITEM-LOTE.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IL-PRODUTO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IL-NOME        PIC X(20).
           02  FILLER         PIC X(06) VALUE " LOTE ".
           02  IL-LOTE        PIC X(10).
           02  FILLER         PIC X(07) VALUE " VENCE ".
           02  IL-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IL-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  IL-ANO         PIC 9(04).
           02  FILLER         PIC X(07) VALUE " SALDO ".
           02  IL-SALDO       PIC Z.ZZ9.
       01  WS-ITEM-QUOTA.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IQ-DEPTO       PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IQ-NOME        PIC X(15).
           02  FILLER         PIC X(05) VALUE " QTD ".
           02  IQ-USO-QTD     PIC ZZZZZ9.
           02  FILLER         PIC X(01) VALUE "/".
           02  IQ-QUOTA-QTD   PIC ZZZZZ9.
           02  FILLER         PIC X(07) VALUE " VALOR ".
           02  IQ-USO-VALOR   PIC Z.ZZZ.ZZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE "/".
           02  IQ-QUOTA-VALOR PIC ZZ.ZZZ.ZZ9.
       01  WS-ITEM-PEND.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "REQ ".
           02  IPE-NUMERO     PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  IPE-ITEM       PIC 9(03).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IPE-DEPTO      PIC X(15).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IPE-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(07) VALUE " FALTA ".
           02  IPE-FALTA      PIC Z.ZZ9.
           02  FILLER         PIC X(08) VALUE " ENTROU ".
           02  IPE-ENTROU     PIC ZZZ.ZZ9.
       01  WS-ITEM-OPER.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IOP-CODIGO     PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IOP-NOME       PIC X(20).
           02  FILLER         PIC X(08) VALUE " FALHAS ".
           02  IOP-FALHAS     PIC Z9.
       01  WS-ITEM-PASSO.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  IPA-PASSO      PIC X(08).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  IPA-SITUACAO   PIC X(12).
           02  FILLER         PIC X(08) VALUE " INICIO ".
           02  IPA-INI-HOR    PIC 9(02).
           02  FILLER         PIC X(01) VALUE ":".
           02  IPA-INI-MIN    PIC 9(02).
           02  FILLER         PIC X(05) VALUE " FIM ".
           02  IPA-FIM-HOR    PIC 9(02).
           02  FILLER         PIC X(01) VALUE ":".
           02  IPA-FIM-MIN    PIC 9(02).
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-RECUSADOS THRU 030-99-FIM-RECUSADOS.
           PERFORM 035-00-REQUISICOES THRU 035-99-FIM-REQUISICOES.
           PERFORM 040-00-PONTO THRU 040-99-FIM-PONTO.
           PERFORM 045-00-ORDENS THRU 045-99-FIM-ORDENS.
           PERFORM 050-00-LOTES THRU 050-99-FIM-LOTES.
           PERFORM 055-00-QUOTA THRU 055-99-FIM-QUOTA.
           PERFORM 060-00-PENDENCIAS THRU 060-99-FIM-PENDENCIAS.
           PERFORM 065-00-OPERADORES THRU 065-99-FIM-OPERADORES.
           PERFORM 070-00-PASSOS THRU 070-99-FIM-PASSOS.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Data da rodada AAAAMMDD (0 = hoje): ".
           ACCEPT WS-DATA-REF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           IF WS-DATA-REF = ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-REF
           END-IF.
           IF WS-REF-MES < 1 OR WS-REF-MES > 12
              OR WS-REF-DIA < 1 OR WS-REF-DIA > 31
              DISPLAY "Data invalida - programa encerrado"
              STOP RUN
           END-IF.
           COMPUTE WS-REF-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF).
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-REF-DIA TO CAB-DIA.
           MOVE WS-REF-MES TO CAB-MES.
           MOVE WS-REF-ANO TO CAB-ANO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-DATA-HOJE (7:2) TO CAB-HOJE-DIA.
           MOVE WS-DATA-HOJE (5:2) TO CAB-HOJE-MES.
           MOVE WS-DATA-HOJE (1:4) TO CAB-HOJE-ANO.
           MOVE WS-HORA-AGORA (1:2) TO CAB-HORA.
           MOVE WS-HORA-AGORA (3:2) TO CAB-MIN.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WS-TABELA-RESERVA.
           MOVE ZEROS TO WS-TABELA-CHEGOU.
           MOVE ZEROS TO WS-TABELA-USO.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Secao 1. A ultima rodada do MOVPOST sao os ultimos
      *    MC-PROCESSADOS registros do historico (um por movimento
      *    tratado, inclusive os da retomada de rodada interrompida).
      *    Na mesma passada soma as entradas posicionadas por produto,
      *    para a secao de pendencias.
       030-00-RECUSADOS.
           MOVE 1 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE ZEROS TO WS-QTD-MOTIVOS.
           MOVE 10 TO WS-LIMITE-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT MOVCTL-S.
           IF WS-FS-MOVCTL = "00"
              READ MOVCTL-S
                  AT END
                      MOVE "99" TO WS-FS-MOVCTL
              END-READ
              CLOSE MOVCTL-S
           END-IF.
           IF WS-FS-MOVCTL NOT = "00"
              MOVE "MOVCTL.DAT ausente - sem rodada do MOVPOST"
                  TO LA-TEXTO
              GO TO 030-90-IMPRIME.
           MOVE "S" TO WS-TEM-MOVCTL.
           MOVE ZEROS TO WS-TOT-HIST.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              MOVE "MOVHIST.DAT ausente" TO LA-TEXTO
              GO TO 030-90-IMPRIME.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 031-00-CONTA-HIST THRU 031-99-FIM-CONTA-HIST
               UNTIL FIM-ARQUIVO.
           CLOSE MOVHIST-S.
           MOVE ZEROS TO WS-PULAR.
           IF WS-TOT-HIST > MC-PROCESSADOS
              COMPUTE WS-PULAR = WS-TOT-HIST - MC-PROCESSADOS
           END-IF.
           MOVE ZEROS TO WS-LIDOS.
           OPEN INPUT MOVHIST-S.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 032-00-UM-HIST THRU 032-99-FIM-UM-HIST
               UNTIL FIM-ARQUIVO.
           CLOSE MOVHIST-S.
       030-90-IMPRIME.
           MOVE "MOVIMENTOS RECUSADOS PELO MOVPOST" TO LS-TITULO.
           MOVE "MOVPOST.LST; corrigir e relancar pelo MOVCAD; MOVSTAT"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           IF WS-TEM-MOVCTL = "S"
              MOVE "Rodada do MOVPOST de (AAAAMMDD)" TO LI-TEXTO
              MOVE SPACES TO LINHA-RELATORIO
              STRING WS-LINHA-INFO (1:48) DELIMITED BY SIZE
                     MC-DATA-ULTIMA DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE "Movimentos processados" TO LI-TEXTO
              MOVE MC-PROCESSADOS TO LI-QTD
              MOVE WS-LINHA-INFO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              IF RODADA-INTERROMPIDA
                 MOVE "RODADA INTERROMPIDA - ver passos na secao 8"
                     TO LA-TEXTO
              END-IF
           END-IF.
           MOVE 1 TO WS-IND.
           PERFORM 034-00-LINHA-MOTIVO THRU 034-99-FIM-LINHA-MOTIVO
               UNTIL WS-IND > WS-QTD-MOTIVOS.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       030-99-FIM-RECUSADOS.
           EXIT.
      *
       031-00-CONTA-HIST.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 031-99-FIM-CONTA-HIST
           END-READ.
           ADD 1 TO WS-TOT-HIST.
       031-99-FIM-CONTA-HIST.
           EXIT.
      *
       032-00-UM-HIST.
           READ MOVHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 032-99-FIM-UM-HIST
           END-READ.
           ADD 1 TO WS-LIDOS.
           IF WS-LIDOS NOT > WS-PULAR
              GO TO 032-99-FIM-UM-HIST.
           IF MOVHIST-POSICIONADO
              AND (MH-TIPO = "E" OR "e")
              AND MH-COD-PRODUTO > ZEROS
              ADD MH-QTD TO WS-CHEGOU (MH-COD-PRODUTO)
              GO TO 032-99-FIM-UM-HIST.
           IF NOT MOVHIST-RECUSADO
              GO TO 032-99-FIM-UM-HIST.
           ADD 1 TO WS-CONTA.
           PERFORM 033-00-MOTIVO THRU 033-99-FIM-MOTIVO.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 032-99-FIM-UM-HIST.
           MOVE MH-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           MOVE MH-COD-PRODUTO TO IR-PRODUTO.
           MOVE NOME-PRODUTO   TO IR-NOME.
           MOVE MH-TIPO        TO IR-TIPO.
           MOVE MH-QTD         TO IR-QTD.
           MOVE MH-DIA         TO IR-DIA.
           MOVE MH-MES         TO IR-MES.
           MOVE MH-ANO         TO IR-ANO.
           MOVE MH-MOTIVO      TO IR-MOTIVO.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-RECUSA TO WS-LISTA (WS-QTD-LISTA).
       032-99-FIM-UM-HIST.
           EXIT.
      *
      *    Contagem por motivo; passando de 20 motivos diferentes o
      *    excedente soma no ultimo, como OUTROS MOTIVOS.
       033-00-MOTIVO.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
       033-10-PROCURA.
           IF WS-IND > WS-QTD-MOTIVOS
              GO TO 033-50-NOVO.
           IF TB-MOTIVO (WS-IND) = MH-MOTIVO
              ADD 1 TO TB-MOT-QTD (WS-IND)
              GO TO 033-99-FIM-MOTIVO.
           ADD 1 TO WS-IND.
           GO TO 033-10-PROCURA.
       033-50-NOVO.
           IF WS-QTD-MOTIVOS < 20
              ADD 1 TO WS-QTD-MOTIVOS
              MOVE MH-MOTIVO TO TB-MOTIVO (WS-QTD-MOTIVOS)
              MOVE 1 TO TB-MOT-QTD (WS-QTD-MOTIVOS)
           ELSE
              MOVE "OUTROS MOTIVOS" TO TB-MOTIVO (20)
              ADD 1 TO TB-MOT-QTD (20)
           END-IF.
       033-99-FIM-MOTIVO.
           EXIT.
      *
       034-00-LINHA-MOTIVO.
           MOVE TB-MOTIVO (WS-IND)  TO LMO-MOTIVO.
           MOVE TB-MOT-QTD (WS-IND) TO LMO-QTD.
           MOVE WS-LINHA-MOTIVO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.
       034-99-FIM-LINHA-MOTIVO.
           EXIT.
      *
      *    Uma passada em REQUIS.DAT serve a tres secoes: reservas
      *    (ponto de pedido, como no ALMOXBX), uso do mes por
      *    departamento (quota, como no REQLIB) e backorders de
      *    produto que acabou de entrar (pendencias).
       035-00-REQUISICOES.
           MOVE ZEROS TO WS-CONT-PEND.
           MOVE ZEROS TO WS-QTD-LISTA-PEND.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "00"
              MOVE "S" TO WS-TEM-KITCOMP
           END-IF.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS NOT = "00"
              GO TO 035-90-FECHA-KIT.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 036-00-UMA-REQ THRU 036-99-FIM-UMA-REQ
               UNTIL FIM-ARQUIVO.
           CLOSE REQUIS-S.
       035-90-FECHA-KIT.
           IF WS-TEM-KITCOMP = "S"
              CLOSE KITCOMP-S
           END-IF.
       035-99-FIM-REQUISICOES.
           EXIT.
      *
       036-00-UMA-REQ.
           READ REQUIS-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 036-99-FIM-UMA-REQ
           END-READ.
           IF RQ-COD-PRODUTO = ZEROS
              GO TO 036-99-FIM-UMA-REQ.
      *    Linha aguardando liberacao conta na quota, mas nao reserva.
           IF NOT (REQ-ABERTA OR REQ-PARCIAL OR REQ-ATENDIDA
                   OR REQ-LIBERACAO)
              GO TO 036-99-FIM-UMA-REQ.
           MOVE ZEROS TO WS-RESTANTE.
           IF REQ-ABERTA OR REQ-PARCIAL
              COMPUTE WS-RESTANTE = RQ-QTD - RQ-QTD-ATENDIDA
           END-IF.
           MOVE RQ-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE ZEROS TO CUSTO-UNITARIO
                   MOVE SPACE TO TIPO-PRODUTO
           END-READ.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-LINHA.
           MOVE WS-CHEGOU (RQ-COD-PRODUTO) TO WS-CHEGOU-LINHA.
           IF PRODUTO-KIT
              PERFORM 037-00-KIT THRU 037-99-FIM-KIT
           ELSE
              ADD WS-RESTANTE TO WS-RESERVA (RQ-COD-PRODUTO)
           END-IF.
           IF RQ-COD-DEPTO > ZEROS
              AND RQ-DATA (1:6) = WS-DATA-REF (1:6)
              ADD RQ-QTD TO TB-USO-QTD (RQ-COD-DEPTO)
              COMPUTE TB-USO-VALOR (RQ-COD-DEPTO) =
                  TB-USO-VALOR (RQ-COD-DEPTO)
                  + (RQ-QTD * WS-CUSTO-LINHA)
           END-IF.
           IF WS-RESTANTE = ZEROS OR WS-CHEGOU-LINHA = ZEROS
              GO TO 036-99-FIM-UMA-REQ.
           ADD 1 TO WS-CONT-PEND.
           IF WS-QTD-LISTA-PEND NOT < 10
              GO TO 036-99-FIM-UMA-REQ.
           MOVE RQ-NUMERO      TO IPE-NUMERO.
           MOVE RQ-ITEM        TO IPE-ITEM.
           MOVE RQ-DEPTO       TO IPE-DEPTO.
           MOVE RQ-COD-PRODUTO TO IPE-PRODUTO.
           MOVE WS-RESTANTE    TO IPE-FALTA.
           MOVE WS-CHEGOU-LINHA TO IPE-ENTROU.
           ADD 1 TO WS-QTD-LISTA-PEND.
           MOVE WS-ITEM-PEND TO WS-LISTA-PEND (WS-QTD-LISTA-PEND).
       036-99-FIM-UMA-REQ.
           EXIT.
      *
      *    Linha de kit: reserva os componentes (restante vezes a
      *    quantidade por kit), vale a soma dos componentes ao custo
      *    medio e tem backorder atendivel se entrou algum componente.
       037-00-KIT.
           MOVE ZEROS TO WS-CUSTO-LINHA.
           MOVE ZEROS TO WS-CHEGOU-LINHA.
           IF WS-TEM-KITCOMP NOT = "S"
              GO TO 037-99-FIM-KIT.
           MOVE RQ-COD-PRODUTO TO WS-COD-KIT.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 037-99-FIM-KIT
           END-START.
       037-50-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 037-99-FIM-KIT
           END-READ.
           IF KC-COD-KIT NOT = WS-COD-KIT
              GO TO 037-99-FIM-KIT.
           COMPUTE WS-RESERVA (KC-COD-COMP) =
               WS-RESERVA (KC-COD-COMP) + (WS-RESTANTE * KC-QTD).
           ADD WS-CHEGOU (KC-COD-COMP) TO WS-CHEGOU-LINHA.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 037-50-LE-COMP
           END-READ.
           COMPUTE WS-CUSTO-LINHA = WS-CUSTO-LINHA
               + (KC-QTD * CUSTO-UNITARIO).
           GO TO 037-50-LE-COMP.
       037-99-FIM-KIT.
           EXIT.
      *
      *    Secao 2. Mesma conta do ALMOXBX: descontinuado e kit nao
      *    entram; so produto com ponto cadastrado no PONTOPED.
       040-00-PONTO.
           MOVE 2 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT PEDIDO-S.
           IF WS-FS-PEDIDO NOT = "00"
              MOVE "PEDIDO.DAT ausente - sem ponto de pedido"
                  TO LA-TEXTO
              GO TO 040-90-IMPRIME.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO COD-PRODUTO.
           START ALMOX-S KEY NOT < COD-PRODUTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 042-00-UM-PRODUTO THRU 042-99-FIM-UM-PRODUTO
               UNTIL FIM-ARQUIVO.
           CLOSE PEDIDO-S.
       040-90-IMPRIME.
           MOVE "PRODUTOS ABAIXO DO PONTO DE PEDIDO" TO LS-TITULO.
           MOVE "ALMOXBX.LST e ordens do PEDCOM; ponto pelo PONTOPED"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       040-99-FIM-PONTO.
           EXIT.
      *
       042-00-UM-PRODUTO.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 042-99-FIM-UM-PRODUTO
           END-READ.
           IF PRODUTO-DESCONT OR PRODUTO-KIT
              GO TO 042-99-FIM-UM-PRODUTO.
           MOVE COD-PRODUTO TO PD-COD-PRODUTO.
           READ PEDIDO-S
               INVALID KEY
                   GO TO 042-99-FIM-UM-PRODUTO
           END-READ.
           COMPUTE WS-DISPONIVEL =
               QTD-ESTOQUE - WS-RESERVA (COD-PRODUTO).
           IF WS-DISPONIVEL NOT < PTO-PEDIDO
              GO TO 042-99-FIM-UM-PRODUTO.
           ADD 1 TO WS-CONTA.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 042-99-FIM-UM-PRODUTO.
           MOVE COD-PRODUTO   TO IP-PRODUTO.
           MOVE NOME-PRODUTO  TO IP-NOME.
           MOVE WS-DISPONIVEL TO IP-DISPON.
           MOVE PTO-PEDIDO    TO IP-PONTO.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-PONTO TO WS-LISTA (WS-QTD-LISTA).
       042-99-FIM-UM-PRODUTO.
           EXIT.
      *
      *    Secao 3. Atraso em dias corridos sobre a data da ordem mais
      *    o prazo (OC-PRAZO), como no FORNAVA; a ordem entra se tiver
      *    ao menos uma linha aberta ou parcial em ORDITEM.DAT.
       045-00-ORDENS.
           MOVE 3 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE ZEROS TO WS-ORDEM-ANT.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT ORDENS-S.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDENS = "00" AND WS-FS-ORDITEM = "00"
              MOVE "S" TO WS-TEM-ORDENS
           END-IF.
           IF WS-TEM-ORDENS NOT = "S"
              MOVE "ORDENS.DAT/ORDITEM.DAT ausente"
                  TO LA-TEXTO
              GO TO 045-80-FECHA-UM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 047-00-UMA-LINHA THRU 047-99-FIM-UMA-LINHA
               UNTIL FIM-ARQUIVO.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           GO TO 045-90-IMPRIME.
       045-80-FECHA-UM.
           IF WS-FS-ORDENS = "00"
              CLOSE ORDENS-S
           END-IF.
           IF WS-FS-ORDITEM = "00"
              CLOSE ORDITEM-S
           END-IF.
       045-90-IMPRIME.
           MOVE "ORDENS DE COMPRA ATRASADAS MAIS DE 15 DIAS"
               TO LS-TITULO.
           MOVE "ORDAGE (cobranca ao fornecedor); ORDCAD" TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       045-99-FIM-ORDENS.
           EXIT.
      *
       047-00-UMA-LINHA.
           READ ORDITEM-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 047-99-FIM-UMA-LINHA
           END-READ.
           IF NOT (ITEM-ABERTO OR ITEM-PARCIAL)
              GO TO 047-99-FIM-UMA-LINHA.
           IF OI-NUMERO = WS-ORDEM-ANT
              GO TO 047-99-FIM-UMA-LINHA.
           MOVE OI-NUMERO TO WS-ORDEM-ANT.
           MOVE OI-NUMERO TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   GO TO 047-99-FIM-UMA-LINHA
           END-READ.
           IF ORDEM-BAIXADA OR ORDEM-CANCELADA
              GO TO 047-99-FIM-UMA-LINHA.
           MOVE OC-DATA (5:2) TO WS-VAL-MES.
           MOVE OC-DATA (7:2) TO WS-VAL-DIA.
           IF WS-VAL-MES < 1 OR WS-VAL-MES > 12
              OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
              GO TO 047-99-FIM-UMA-LINHA.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE (OC-DATA)
               ON SIZE ERROR
                   GO TO 047-99-FIM-UMA-LINHA
           END-COMPUTE.
           COMPUTE WS-ATRASO = WS-REF-INT - WS-DATA-INT - OC-PRAZO.
           IF WS-ATRASO NOT > 15
              GO TO 047-99-FIM-UMA-LINHA.
           ADD 1 TO WS-CONTA.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 047-99-FIM-UMA-LINHA.
           MOVE OC-NUMERO     TO IO-NUMERO.
           MOVE OC-COD-FORNEC TO IO-FORNEC.
           MOVE OC-DATA (7:2) TO IO-DIA.
           MOVE OC-DATA (5:2) TO IO-MES.
           MOVE OC-DATA (1:4) TO IO-ANO.
           MOVE OC-PRAZO      TO IO-PRAZO.
           MOVE WS-ATRASO     TO IO-ATRASO.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-ORDEM TO WS-LISTA (WS-QTD-LISTA).
       047-99-FIM-UMA-LINHA.
           EXIT.
      *
      *    Secao 4. Validade com mes/dia fora do calendario conta como
      *    vencida ontem, como no LOTVENC.
       050-00-LOTES.
           MOVE 4 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-CONTA-2.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT LOTES-S.
           IF WS-FS-LOTES NOT = "00"
              MOVE "LOTES.DAT ausente - sem lotes controlados"
                  TO LA-TEXTO
              GO TO 050-90-IMPRIME.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 052-00-UM-LOTE THRU 052-99-FIM-UM-LOTE
               UNTIL FIM-ARQUIVO.
           CLOSE LOTES-S.
       050-90-IMPRIME.
           MOVE "LOTES COM SALDO VENCENDO EM ATE 7 DIAS" TO LS-TITULO.
           MOVE "LOTVENC; material vencido sai como perda no MOVCAD"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           IF WS-FS-LOTES = "00"
              MOVE "Lotes com saldo ja vencidos" TO LI-TEXTO
              MOVE WS-CONTA-2 TO LI-QTD
              MOVE WS-LINHA-INFO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       050-99-FIM-LOTES.
           EXIT.
      *
       052-00-UM-LOTE.
           READ LOTES-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 052-99-FIM-UM-LOTE
           END-READ.
           IF LT-QTD-RESTANTE = ZEROS
              GO TO 052-99-FIM-UM-LOTE.
           MOVE LT-VALIDADE (5:2) TO WS-VAL-MES.
           MOVE LT-VALIDADE (7:2) TO WS-VAL-DIA.
           IF WS-VAL-MES < 1 OR WS-VAL-MES > 12
              OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
              MOVE WS-REF-INT TO WS-DATA-INT
              SUBTRACT 1 FROM WS-DATA-INT
           ELSE
              COMPUTE WS-DATA-INT =
                  FUNCTION INTEGER-OF-DATE (LT-VALIDADE)
                  ON SIZE ERROR
                      MOVE ZEROS TO WS-DATA-INT
           END-IF.
           IF WS-DATA-INT < WS-REF-INT
              ADD 1 TO WS-CONTA-2
              GO TO 052-99-FIM-UM-LOTE.
           IF WS-DATA-INT > WS-REF-INT + 7
              GO TO 052-99-FIM-UM-LOTE.
           ADD 1 TO WS-CONTA.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 052-99-FIM-UM-LOTE.
           MOVE LT-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           MOVE LT-COD-PRODUTO  TO IL-PRODUTO.
           MOVE NOME-PRODUTO    TO IL-NOME.
           MOVE LT-NUMERO       TO IL-LOTE.
           MOVE LT-VALIDADE (7:2) TO IL-DIA.
           MOVE LT-VALIDADE (5:2) TO IL-MES.
           MOVE LT-VALIDADE (1:4) TO IL-ANO.
           MOVE LT-QTD-RESTANTE TO IL-SALDO.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-LOTE TO WS-LISTA (WS-QTD-LISTA).
       052-99-FIM-UM-LOTE.
           EXIT.
      *
      *    Secao 5. Uso do mes da rodada somado na passada de
      *    REQUIS.DAT; departamento sem quota nao e comparado.
       055-00-QUOTA.
           MOVE 5 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-CONTA-2.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS NOT = "00"
              MOVE "DEPTOS.DAT ausente - sem quotas cadastradas"
                  TO LA-TEXTO
              GO TO 055-50-LIBERACOES.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO DP-COD-DEPTO.
           START DEPTOS-S KEY NOT < DP-COD-DEPTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 057-00-UM-DEPTO THRU 057-99-FIM-UM-DEPTO
               UNTIL FIM-ARQUIVO.
           CLOSE DEPTOS-S.
       055-50-LIBERACOES.
           OPEN INPUT REQLIB-S.
           IF WS-FS-REQLIB = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              MOVE ZEROS TO RL-NUMERO
              START REQLIB-S KEY NOT < RL-NUMERO
                  INVALID KEY
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-START
              PERFORM 058-00-UMA-LIB THRU 058-99-FIM-UMA-LIB
                  UNTIL FIM-ARQUIVO
              CLOSE REQLIB-S
           END-IF.
           MOVE "DEPARTAMENTOS ACIMA DA QUOTA NO MES" TO LS-TITULO.
           MOVE "REQLIB (liberacao pelo supervisor), LIBLST; DEPCAD"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           MOVE "Pedidos de liberacao pendentes (REQLIB)" TO LI-TEXTO.
           MOVE WS-CONTA-2 TO LI-QTD.
           MOVE WS-LINHA-INFO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       055-99-FIM-QUOTA.
           EXIT.
      *
       057-00-UM-DEPTO.
           READ DEPTOS-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 057-99-FIM-UM-DEPTO
           END-READ.
           IF DP-COD-DEPTO = ZEROS
              GO TO 057-99-FIM-UM-DEPTO.
           IF (DP-QUOTA-QTD = ZEROS
               OR TB-USO-QTD (DP-COD-DEPTO) NOT > DP-QUOTA-QTD)
              AND (DP-QUOTA-VALOR = ZEROS
               OR TB-USO-VALOR (DP-COD-DEPTO) NOT > DP-QUOTA-VALOR)
              GO TO 057-99-FIM-UM-DEPTO.
           ADD 1 TO WS-CONTA.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 057-99-FIM-UM-DEPTO.
           MOVE DP-COD-DEPTO   TO IQ-DEPTO.
           MOVE DP-NOME        TO IQ-NOME.
           MOVE TB-USO-QTD (DP-COD-DEPTO)   TO IQ-USO-QTD.
           MOVE DP-QUOTA-QTD   TO IQ-QUOTA-QTD.
           MOVE TB-USO-VALOR (DP-COD-DEPTO) TO IQ-USO-VALOR.
           MOVE DP-QUOTA-VALOR TO IQ-QUOTA-VALOR.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-QUOTA TO WS-LISTA (WS-QTD-LISTA).
       057-99-FIM-UM-DEPTO.
           EXIT.
      *
       058-00-UMA-LIB.
           READ REQLIB-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 058-99-FIM-UMA-LIB
           END-READ.
           IF LIB-PENDENTE
              ADD 1 TO WS-CONTA-2
           END-IF.
       058-99-FIM-UMA-LIB.
           EXIT.
      *
      *    Secao 6. Ja apurada na passada de REQUIS.DAT.
       060-00-PENDENCIAS.
           MOVE 6 TO WS-SECAO.
           MOVE SPACES TO LA-TEXTO.
           IF WS-FS-REQUIS NOT = "00"
              MOVE "REQUIS.DAT ausente - sem requisicoes" TO LA-TEXTO
           END-IF.
           MOVE WS-CONT-PEND TO WS-CONTA.
           MOVE WS-QTD-LISTA-PEND TO WS-QTD-LISTA.
           MOVE 1 TO WS-IND.
           PERFORM 062-00-COPIA-PEND THRU 062-99-FIM-COPIA-PEND
               UNTIL WS-IND > WS-QTD-LISTA.
           MOVE "BACKORDERS COM MATERIAL RECEBIDO" TO LS-TITULO.
           MOVE "REQATE (atender o restante); REQLST" TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       060-99-FIM-PENDENCIAS.
           EXIT.
      *
       062-00-COPIA-PEND.
           MOVE WS-LISTA-PEND (WS-IND) TO WS-LISTA (WS-IND).
           ADD 1 TO WS-IND.
       062-99-FIM-COPIA-PEND.
           EXIT.
      *
      *    Secao 7. Contas bloqueadas hoje em OPERADOR.DAT (tres
      *    senhas erradas no ASSINA) e as tentativas F/B do log de
      *    seguranca desde a vespera da rodada.
       065-00-OPERADORES.
           MOVE 7 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-CONTA-2.
           MOVE ZEROS TO WS-CONTA-3.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR NOT = "00"
              MOVE "OPERADOR.DAT ausente" TO LA-TEXTO
              GO TO 065-50-SEGLOG.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO OP-CODIGO.
           START OPERADOR-S KEY NOT < OP-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 067-00-UM-OPERADOR THRU 067-99-FIM-UM-OPERADOR
               UNTIL FIM-ARQUIVO.
           CLOSE OPERADOR-S.
       065-50-SEGLOG.
           OPEN INPUT SEGLOG-S.
           IF WS-FS-SEGLOG = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              PERFORM 068-00-UM-EVENTO THRU 068-99-FIM-UM-EVENTO
                  UNTIL FIM-ARQUIVO
              CLOSE SEGLOG-S
           END-IF.
           MOVE "OPERADORES BLOQUEADOS" TO LS-TITULO.
           MOVE "OPERCAD (desbloqueio pelo supervisor); SEGLST"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           MOVE "Senhas erradas desde a vespera (F)" TO LI-TEXTO.
           MOVE WS-CONTA-2 TO LI-QTD.
           MOVE WS-LINHA-INFO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Tentativas em conta bloqueada (B)" TO LI-TEXTO.
           MOVE WS-CONTA-3 TO LI-QTD.
           MOVE WS-LINHA-INFO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       065-99-FIM-OPERADORES.
           EXIT.
      *
       067-00-UM-OPERADOR.
           READ OPERADOR-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 067-99-FIM-UM-OPERADOR
           END-READ.
           IF NOT OPERADOR-BLOQUEADO
              GO TO 067-99-FIM-UM-OPERADOR.
           ADD 1 TO WS-CONTA.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 067-99-FIM-UM-OPERADOR.
           MOVE OP-CODIGO TO IOP-CODIGO.
           MOVE OP-NOME   TO IOP-NOME.
           MOVE OP-FALHAS TO IOP-FALHAS.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-OPER TO WS-LISTA (WS-QTD-LISTA).
       067-99-FIM-UM-OPERADOR.
           EXIT.
      *
       068-00-UM-EVENTO.
           READ SEGLOG-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 068-99-FIM-UM-EVENTO
           END-READ.
           IF SG-RESULTADO NOT = "F" AND SG-RESULTADO NOT = "B"
              GO TO 068-99-FIM-UM-EVENTO.
           MOVE SG-DATA (5:2) TO WS-VAL-MES.
           MOVE SG-DATA (7:2) TO WS-VAL-DIA.
           IF WS-VAL-MES < 1 OR WS-VAL-MES > 12
              OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
              GO TO 068-99-FIM-UM-EVENTO.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE (SG-DATA)
               ON SIZE ERROR
                   GO TO 068-99-FIM-UM-EVENTO
           END-COMPUTE.
           IF WS-DATA-INT < WS-REF-INT - 1
              GO TO 068-99-FIM-UM-EVENTO.
           IF SG-RESULTADO = "F"
              ADD 1 TO WS-CONTA-2
           ELSE
              ADD 1 TO WS-CONTA-3
           END-IF.
       068-99-FIM-UM-EVENTO.
           EXIT.
      *
      *    Secao 8. Passos da rodada pedida em BATCTL.DAT; o proprio
      *    RESUMO e o registro RODADA (fechado pelo ALMOXBAT.sh depois
      *    deste passo) estao em andamento e nao contam como pendencia.
       070-00-PASSOS.
           MOVE 8 TO WS-SECAO.
           MOVE ZEROS TO WS-CONTA.
           MOVE ZEROS TO WS-QTD-LISTA.
           MOVE 12 TO WS-LIMITE-LISTA.
           MOVE SPACES TO LA-TEXTO.
           OPEN INPUT BATCTL-S.
           IF WS-FS-BATCTL NOT = "00"
              MOVE "BATCTL.DAT ausente - sem controle de passos"
                  TO LA-TEXTO
              GO TO 070-90-IMPRIME.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-DATA-REF TO BC-DATA.
           MOVE LOW-VALUES TO BC-PASSO.
           START BATCTL-S KEY NOT < BC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM 072-00-UM-PASSO THRU 072-99-FIM-UM-PASSO
               UNTIL FIM-ARQUIVO.
           CLOSE BATCTL-S.
           IF WS-QTD-LISTA = ZEROS
              MOVE "Nenhum passo registrado para a data da rodada"
                  TO LA-TEXTO
           END-IF.
       070-90-IMPRIME.
           MOVE "PASSOS DA RODADA NAO CONCLUIDOS" TO LS-TITULO.
           MOVE "MOVSTAT; rodar o ALMOXBAT.sh de novo retoma o passo"
               TO LSG-TEXTO.
           PERFORM 080-00-CABECALHO THRU 080-99-FIM-CABECALHO.
           PERFORM 082-00-LISTA THRU 082-99-FIM-LISTA.
       070-99-FIM-PASSOS.
           EXIT.
      *
       072-00-UM-PASSO.
           READ BATCTL-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 072-99-FIM-UM-PASSO
           END-READ.
           IF BC-DATA NOT = WS-DATA-REF
              MOVE "S" TO WS-FIM-ARQUIVO
              GO TO 072-99-FIM-UM-PASSO.
           IF PASSO-CONCLUIDO
              MOVE "CONCLUIDO" TO IPA-SITUACAO
           ELSE
              IF BC-PASSO = "RESUMO" OR BC-PASSO = "RODADA"
                 MOVE "EM ANDAMENTO" TO IPA-SITUACAO
              ELSE
                 MOVE "INTERROMPIDO" TO IPA-SITUACAO
                 ADD 1 TO WS-CONTA
              END-IF
           END-IF.
           IF WS-QTD-LISTA NOT < WS-LIMITE-LISTA
              GO TO 072-99-FIM-UM-PASSO.
           MOVE BC-PASSO          TO IPA-PASSO.
           MOVE BC-HORA-INI (1:2) TO IPA-INI-HOR.
           MOVE BC-HORA-INI (3:2) TO IPA-INI-MIN.
           MOVE BC-HORA-FIM (1:2) TO IPA-FIM-HOR.
           MOVE BC-HORA-FIM (3:2) TO IPA-FIM-MIN.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-ITEM-PASSO TO WS-LISTA (WS-QTD-LISTA).
       072-99-FIM-UM-PASSO.
           EXIT.
      *
      *    Titulo da secao com a contagem, o seguimento e o aviso de
      *    arquivo ausente, quando houver.
       080-00-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-SECAO TO LS-NUMERO.
           MOVE WS-CONTA TO LS-QTD.
           MOVE WS-LINHA-SECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-SEGUE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF LA-TEXTO NOT = SPACES
              MOVE WS-LINHA-AVISO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-CABECALHO.
           EXIT.
      *
      *    Primeiros itens da secao e quantos ficaram de fora.
       082-00-LISTA.
           MOVE 1 TO WS-IND.
           PERFORM 084-00-ITEM THRU 084-99-FIM-ITEM
               UNTIL WS-IND > WS-QTD-LISTA.
           IF WS-CONTA > WS-QTD-LISTA AND WS-SECAO NOT = 8
              COMPUTE WS-MAIS = WS-CONTA - WS-QTD-LISTA
              MOVE WS-MAIS TO LM-QTD
              MOVE WS-LINHA-MAIS TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       082-99-FIM-LISTA.
           EXIT.
      *
       084-00-ITEM.
           MOVE WS-LISTA (WS-IND) TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.
       084-99-FIM-ITEM.
           EXIT.
      *
       090-00-FECHAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ALMOX-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA RESUMO ---------***
