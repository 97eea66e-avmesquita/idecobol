       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPLOC.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * REPOSICAO DOS DEPOSITOS SATELITES A PARTIR DO CENTRAL
      * Compara o saldo de cada produto em cada local (SALDOLOC.DAT)
      * com o estoque minimo e maximo cadastrados no LOCMCAD
      * (LOCMIN.DAT). Local abaixo do minimo recebe uma proposta de
      * transferencia do almoxarifado central (parametro; zero =
      * local 01) que o leva ate o maximo, limitada ao que o central
      * tem disponivel: o saldo dele no SALDOLOC menos o minimo
      * cadastrado para o proprio central. Os locais de um mesmo
      * produto sao atendidos em ordem de codigo ate acabar o
      * disponivel. Os lancamentos de MOVTO.DAT ainda nao
      * posicionados pelo MOVPOST entram no saldo projetado de cada
      * local, para que duas rodadas no mesmo dia nao proponham a
      * mesma transferencia duas vezes. Produto kit ou
      * descontinuado nao e reposto.
      * A proposta sai em REPLOC.LST, arquivada pelo RELARQ, e so e
      * gravada depois de confirmada pelo operador: uma transferencia
      * (tipo T, do central para o local) por linha em MOVTO.DAT,
      * para o MOVPOST, e o que o central nao conseguiu cobrir em
      * FALTALOC.DAT (regravado a cada rodada confirmada), que o
      * PEDCOM soma como demanda na sugestao de compra. Com o mes
      * corrente fechado pelo FECHMES nada e gravado.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCMIN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-FS-LOCMIN.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT SALDOLOC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SALDOLOC.
           SELECT LOCAIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-COD-LOCAL
               FILE STATUS IS WS-FS-LOCAIS.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
           SELECT FALTALOC-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-FALTALOC.
           SELECT PERFECH-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
       FD LOCMIN-S
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCMIN
           VALUE OF FILE-ID "LOCMIN.DAT".
       01  REG-LOCMIN.
           02  LM-CHAVE.
               03  LM-COD-PRODUTO PIC 9(04).
               03  LM-COD-LOCAL   PIC 9(02).
           02  LM-MINIMO      PIC 9(04).
           02  LM-MAXIMO      PIC 9(04).
           02  LM-DATA        PIC 9(08).
           02  LM-OPERADOR    PIC 9(04).
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
       FD SALDOLOC-S
           RECORD CONTAINS 10 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SALDOLOC
           VALUE OF FILE-ID "SALDOLOC.DAT".
       01  REG-SALDOLOC.
           02  SL-CHAVE.
               03  SL-COD-PRODUTO PIC 9(04).
               03  SL-COD-LOCAL   PIC 9(02).
           02  SL-QTD         PIC 9(04).
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCAL
           VALUE OF FILE-ID "LOCAIS.DAT".
       01  REG-LOCAL.
           02  LC-COD-LOCAL   PIC 9(02).
           02  LC-NOME        PIC X(30).
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
       01  REG-MOVTO.
           02  MV-COD-PRODUTO PIC 9(04).
           02  MV-TIPO        PIC X(01).
           02  MV-QTD         PIC 9(04).
           02  MV-DATA.
               03  MV-ANO     PIC 9(04).
               03  MV-MES     PIC 9(02).
               03  MV-DIA     PIC 9(02).
           02  MV-CUSTO-UNIT  PIC 9(05)V99.
           02  MV-LOCAL       PIC 9(02).
           02  MV-LOCAL-DEST  PIC 9(02).
           02  MV-LOTE        PIC X(10).
           02  MV-VALIDADE    PIC 9(08).
           02  MV-COD-DEPTO   PIC 9(04).
           02  MV-NUMERO-REQ  PIC 9(06).
           02  MV-MOTIVO      PIC 9(02).
           02  MV-UNID-COMPRA PIC X(01).
           02  MV-ORIGEM      PIC X(01).
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
       FD FALTALOC-S
           RECORD CONTAINS 18 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FALTALOC
           VALUE OF FILE-ID "FALTALOC.DAT".
       01  REG-FALTALOC.
           02  FL-COD-PRODUTO PIC 9(04).
           02  FL-COD-LOCAL   PIC 9(02).
           02  FL-QTD         PIC 9(04).
           02  FL-DATA        PIC 9(08).
       FD PERFECH-S
           RECORD CONTAINS 19 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-PERFECH
           VALUE OF FILE-ID "PERFECH.DAT".
       01  REG-PERFECH.
           02  PF-ANOMES      PIC 9(06).
           02  PF-SITUACAO    PIC X(01).
               88  PERIODO-FECHADO     VALUE "F".
               88  PERIODO-REABERTO    VALUE "R".
           02  PF-DATA-OPER   PIC 9(08).
           02  PF-OPERADOR    PIC 9(04).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "REPLOC.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-LOCMIN   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FS-FALTALOC PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-TEM-SALDOLOC PIC X(01) VALUE "N".
           02  WS-REL-PROGRAMA PIC X(08) VALUE "REPLOC  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIM-MOVTO   PIC X(01) VALUE "N".
               88  FIM-MOVTO           VALUE "S".
           02  WS-PERIODO-FECH PIC X(01) VALUE "N".
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-LOCAL-CENTRAL PIC 9(02) VALUE ZEROS.
           02  WS-PRODUTO-ANT PIC 9(04) VALUE ZEROS.
           02  WS-PRODUTO-OK  PIC X(01) VALUE "N".
           02  WS-DISP-CENTRAL PIC S9(06) VALUE ZEROS.
           02  WS-SALDO       PIC S9(06) VALUE ZEROS.
           02  WS-NECESSIDADE PIC 9(04) VALUE ZEROS.
           02  WS-TRANSF      PIC 9(04) VALUE ZEROS.
           02  WS-FALTA       PIC 9(04) VALUE ZEROS.
           02  WS-BUSCA-PRODUTO PIC 9(04) VALUE ZEROS.
           02  WS-BUSCA-LOCAL PIC 9(02) VALUE ZEROS.
           02  WS-PEND-DELTA  PIC S9(06) VALUE ZEROS.
           02  WS-QTD-PEND    PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-PROP    PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-CONT-PEND   PIC 9(05) VALUE ZEROS.
           02  WS-CONT-PEND-PERD PIC 9(05) VALUE ZEROS.
           02  WS-CONT-TRANSF PIC 9(05) VALUE ZEROS.
           02  WS-TOT-TRANSF  PIC 9(07) VALUE ZEROS.
           02  WS-CONT-FALTA  PIC 9(05) VALUE ZEROS.
           02  WS-TOT-FALTA   PIC 9(07) VALUE ZEROS.
           02  WS-CONT-ESTOURO PIC 9(05) VALUE ZEROS.
           02  WS-CONT-GRAVADAS PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANOMES.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
           02  WS-HOJE-DIA    PIC 9(02).
      *    Minimo cadastrado para o proprio local central, reservado
      *    do que pode ser transferido.
       01  WS-TABELA-MIN-CENTRAL.
           02  WS-MIN-CENTRAL OCCURS 9999 TIMES
                          PIC 9(04) VALUE ZEROS.
      *    Lancamentos ainda nao posicionados, somados por produto e
      *    local (entrada soma, saida subtrai, transferencia move).
       01  WS-TABELA-PENDENTES.
           02  WS-PENDENTE OCCURS 2000 TIMES.
               03  TM-COD-PRODUTO PIC 9(04).
               03  TM-COD-LOCAL   PIC 9(02).
               03  TM-DELTA       PIC S9(06).
       01  WS-TABELA-PROPOSTAS.
           02  WS-PROPOSTA OCCURS 2000 TIMES.
               03  TP-COD-PRODUTO PIC 9(04).
               03  TP-COD-LOCAL   PIC 9(02).
               03  TP-TRANSF      PIC 9(04).
               03  TP-FALTA       PIC 9(04).
       01  WS-CAB-01.
           02  FILLER         PIC X(37) VALUE
               "PROPOSTA DE REPOSICAO DOS DEPOSITOS".
           02  FILLER         PIC X(06) VALUE "DATA: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-CENTRAL.
           02  FILLER         PIC X(17) VALUE "LOCAL CENTRAL.: ".
           02  CAB-COD-LOCAL  PIC 9(02).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-LOCAL PIC X(30).
       01  WS-CAB-02.
           02  FILLER         PIC X(07) VALUE "CODIGO".
           02  FILLER         PIC X(27) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(04) VALUE "LC".
           02  FILLER         PIC X(05) VALUE "SALDO".
           02  FILLER         PIC X(06) VALUE "   MIN".
           02  FILLER         PIC X(06) VALUE "   MAX".
           02  FILLER         PIC X(07) VALUE " TRANSF".
           02  FILLER         PIC X(07) VALUE "  FALTA".
       01  WS-DETALHE.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-NOME       PIC X(25).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-LOCAL      PIC 9(02).
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-SALDO      PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-MINIMO     PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-MAXIMO     PIC ZZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-TRANSF     PIC ZZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-FALTA      PIC ZZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-OBS        PIC X(08).
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUM LOCAL ABAIXO DO MINIMO - NADA A REPOR".
       01  WS-LINHA-TOT-TRANSF.
           02  FILLER         PIC X(30) VALUE
               "TRANSFERENCIAS PROPOSTAS.....:".
           02  TOT-CONT-TRANSF PIC ZZZZ9.
           02  FILLER         PIC X(10) VALUE "   QTD...:".
           02  TOT-QTD-TRANSF PIC Z.ZZZ.ZZ9.
       01  WS-LINHA-TOT-FALTA.
           02  FILLER         PIC X(30) VALUE
               "FALTA P/ COMPRA (PEDCOM).....:".
           02  TOT-CONT-FALTA PIC ZZZZ9.
           02  FILLER         PIC X(10) VALUE "   QTD...:".
           02  TOT-QTD-FALTA  PIC Z.ZZZ.ZZ9.
       01  WS-LINHA-PENDENTES.
           02  FILLER         PIC X(30) VALUE
               "LANCAMENTOS PENDENTES (MOVTO):".
           02  TOT-PENDENTES  PIC ZZZZ9.
       01  WS-LINHA-PEND-PERD.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - PENDENTES IGNOR.:".
           02  TOT-PEND-PERD  PIC ZZZZ9.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO PROPOSTAS...:".
           02  TOT-ESTOURO    PIC ZZZZ9.
       01  WS-LINHA-GRAVADAS.
           02  FILLER         PIC X(30) VALUE
               "GRAVADAS EM MOVTO.DAT........:".
           02  TOT-GRAVADAS   PIC ZZZZ9.
       01  WS-LINHA-FECHADO   PIC X(80) VALUE
           "MES CORRENTE FECHADO (FECHMES) - NADA FOI GRAVADO".
       01  WS-LINHA-RECUSADA  PIC X(80) VALUE
           "PROPOSTA NAO CONFIRMADA - NADA FOI GRAVADO".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 022-00-CARREGA-CENTRAL THRU 022-99-FIM-CENTRAL
               UNTIL FIM-ARQUIVO.
           PERFORM 024-00-POSICIONA THRU 024-99-FIM-POSICIONA.
           PERFORM 030-00-AVALIA THRU 030-99-FIM-AVALIA
               UNTIL FIM-ARQUIVO.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 085-00-CONFIRMA THRU 085-99-FIM-CONFIRMA.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Local central da reposicao (0=01)..........: ".
           ACCEPT WS-LOCAL-CENTRAL.
           IF WS-LOCAL-CENTRAL = ZEROS
              MOVE 01 TO WS-LOCAL-CENTRAL.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT LOCMIN-S.
           IF WS-FS-LOCMIN NOT = "00"
              DISPLAY "Erro ao Abrir LOCMIN.DAT - Status: "
                  WS-FS-LOCMIN
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS NOT = "00"
              DISPLAY "Erro ao Abrir LOCAIS.DAT - Status: "
                  WS-FS-LOCAIS
              STOP RUN
           END-IF.
           MOVE WS-LOCAL-CENTRAL TO LC-COD-LOCAL.
           READ LOCAIS-S
               INVALID KEY
                   DISPLAY "Local Central Nao Cadastrado: "
                       WS-LOCAL-CENTRAL
                   STOP RUN
           END-READ.
           OPEN INPUT SALDOLOC-S.
           IF WS-FS-SALDOLOC = "00"
              MOVE "S" TO WS-TEM-SALDOLOC
           END-IF.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH = "00"
              MOVE WS-HOJE-ANOMES TO PF-ANOMES
              READ PERFECH-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PERIODO-FECHADO
                         MOVE "S" TO WS-PERIODO-FECH
                      END-IF
              END-READ
              CLOSE PERFECH-S
           END-IF.
           OPEN INPUT MOVTO-S.
           IF WS-FS-MOVTO = "00"
              READ MOVTO-S
                  AT END
                      MOVE "S" TO WS-FIM-MOVTO
              END-READ
              PERFORM 025-00-PENDENTES THRU 025-99-FIM-PENDENTES
                  UNTIL FIM-MOVTO
              CLOSE MOVTO-S
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-HOJE-DIA TO CAB-DIA.
           MOVE WS-HOJE-MES TO CAB-MES.
           MOVE WS-HOJE-ANO TO CAB-ANO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LOCAL-CENTRAL TO CAB-COD-LOCAL.
           MOVE LC-NOME TO CAB-NOME-LOCAL.
           MOVE WS-CAB-CENTRAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ LOCMIN-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Primeira passada no LOCMIN: o minimo do proprio central.
       022-00-CARREGA-CENTRAL.
           IF LM-COD-LOCAL = WS-LOCAL-CENTRAL
              AND LM-COD-PRODUTO > ZEROS
              MOVE LM-MINIMO TO WS-MIN-CENTRAL (LM-COD-PRODUTO)
           END-IF.
           READ LOCMIN-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       022-99-FIM-CENTRAL.
           EXIT.
      *
       024-00-POSICIONA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZEROS TO LM-CHAVE.
           START LOCMIN-S KEY NOT < LM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
              READ LOCMIN-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-READ
           END-IF.
       024-99-FIM-POSICIONA.
           EXIT.
      *
      *    Efeito de cada lancamento pendente sobre o saldo por local,
      *    o mesmo que o MOVPOST vai aplicar no SALDOLOC.
       025-00-PENDENTES.
           IF MV-COD-PRODUTO = ZEROS
              GO TO 025-90-PROXIMO.
           ADD 1 TO WS-CONT-PEND.
           MOVE MV-COD-PRODUTO TO WS-BUSCA-PRODUTO.
           IF MV-TIPO = "T" OR "t"
              IF MV-LOCAL NOT = ZEROS
                 MOVE MV-LOCAL TO WS-BUSCA-LOCAL
                 COMPUTE WS-PEND-DELTA = ZEROS - MV-QTD
                 PERFORM 027-00-SOMA-PENDENTE THRU 027-99-FIM-SOMA
              END-IF
              IF MV-LOCAL-DEST NOT = ZEROS
                 MOVE MV-LOCAL-DEST TO WS-BUSCA-LOCAL
                 MOVE MV-QTD TO WS-PEND-DELTA
                 PERFORM 027-00-SOMA-PENDENTE THRU 027-99-FIM-SOMA
              END-IF
              GO TO 025-90-PROXIMO.
           IF MV-LOCAL = ZEROS
              GO TO 025-90-PROXIMO.
           MOVE MV-LOCAL TO WS-BUSCA-LOCAL.
           IF MV-TIPO = "E" OR "e"
              MOVE MV-QTD TO WS-PEND-DELTA
           ELSE
              COMPUTE WS-PEND-DELTA = ZEROS - MV-QTD
           END-IF.
           PERFORM 027-00-SOMA-PENDENTE THRU 027-99-FIM-SOMA.
       025-90-PROXIMO.
           READ MOVTO-S
               AT END
                   MOVE "S" TO WS-FIM-MOVTO
           END-READ.
       025-99-FIM-PENDENTES.
           EXIT.
      *
       027-00-SOMA-PENDENTE.
           MOVE 1 TO WS-IND.
       027-10-PROCURA.
           IF WS-IND > WS-QTD-PEND
              GO TO 027-50-NOVO.
           IF TM-COD-PRODUTO (WS-IND) = WS-BUSCA-PRODUTO
              AND TM-COD-LOCAL (WS-IND) = WS-BUSCA-LOCAL
              ADD WS-PEND-DELTA TO TM-DELTA (WS-IND)
              GO TO 027-99-FIM-SOMA.
           ADD 1 TO WS-IND.
           GO TO 027-10-PROCURA.
       027-50-NOVO.
           IF WS-QTD-PEND >= 2000
              ADD 1 TO WS-CONT-PEND-PERD
              GO TO 027-99-FIM-SOMA.
           ADD 1 TO WS-QTD-PEND.
           MOVE WS-BUSCA-PRODUTO TO TM-COD-PRODUTO (WS-QTD-PEND).
           MOVE WS-BUSCA-LOCAL   TO TM-COD-LOCAL (WS-QTD-PEND).
           MOVE WS-PEND-DELTA    TO TM-DELTA (WS-QTD-PEND).
       027-99-FIM-SOMA.
           EXIT.
      *
      *    Saldo projetado do produto no local: SALDOLOC mais o
      *    efeito dos lancamentos ainda pendentes em MOVTO.DAT.
       029-00-SALDO-LOCAL.
           MOVE ZEROS TO WS-SALDO.
           IF WS-TEM-SALDOLOC = "S"
              MOVE WS-BUSCA-PRODUTO TO SL-COD-PRODUTO
              MOVE WS-BUSCA-LOCAL   TO SL-COD-LOCAL
              READ SALDOLOC-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE SL-QTD TO WS-SALDO
              END-READ
           END-IF.
           MOVE 1 TO WS-IND.
       029-10-PROCURA.
           IF WS-IND > WS-QTD-PEND
              GO TO 029-99-FIM-SALDO.
           IF TM-COD-PRODUTO (WS-IND) = WS-BUSCA-PRODUTO
              AND TM-COD-LOCAL (WS-IND) = WS-BUSCA-LOCAL
              ADD TM-DELTA (WS-IND) TO WS-SALDO
              GO TO 029-99-FIM-SALDO.
           ADD 1 TO WS-IND.
           GO TO 029-10-PROCURA.
       029-99-FIM-SALDO.
           EXIT.
      *
       030-00-AVALIA.
           IF LM-COD-PRODUTO NOT = WS-PRODUTO-ANT
              PERFORM 032-00-NOVO-PRODUTO THRU 032-99-FIM-NOVO.
           IF WS-PRODUTO-OK = "N"
              OR LM-COD-LOCAL = WS-LOCAL-CENTRAL
              GO TO 030-90-PROXIMO.
           MOVE LM-COD-PRODUTO TO WS-BUSCA-PRODUTO.
           MOVE LM-COD-LOCAL   TO WS-BUSCA-LOCAL.
           PERFORM 029-00-SALDO-LOCAL THRU 029-99-FIM-SALDO.
           IF WS-SALDO < ZEROS
              MOVE ZEROS TO WS-SALDO.
           IF WS-SALDO NOT < LM-MINIMO
              GO TO 030-90-PROXIMO.
           COMPUTE WS-NECESSIDADE = LM-MAXIMO - WS-SALDO.
           IF WS-DISP-CENTRAL NOT > ZEROS
              MOVE ZEROS TO WS-TRANSF
           ELSE
              IF WS-DISP-CENTRAL < WS-NECESSIDADE
                 MOVE WS-DISP-CENTRAL TO WS-TRANSF
              ELSE
                 MOVE WS-NECESSIDADE TO WS-TRANSF
              END-IF
           END-IF.
           COMPUTE WS-FALTA = WS-NECESSIDADE - WS-TRANSF.
           MOVE SPACES TO DET-OBS.
           PERFORM 035-00-GUARDA THRU 035-99-FIM-GUARDA.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA.
       030-90-PROXIMO.
           READ LOCMIN-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-AVALIA.
           EXIT.
      *
      *    Primeiro registro de cada produto: situacao no cadastro e
      *    quanto o central pode ceder aos locais.
       032-00-NOVO-PRODUTO.
           MOVE LM-COD-PRODUTO TO WS-PRODUTO-ANT.
           MOVE "N" TO WS-PRODUTO-OK.
           MOVE ZEROS TO WS-DISP-CENTRAL.
           MOVE LM-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 032-99-FIM-NOVO
           END-READ.
           IF PRODUTO-KIT OR PRODUTO-DESCONT
              GO TO 032-99-FIM-NOVO.
           MOVE "S" TO WS-PRODUTO-OK.
           MOVE LM-COD-PRODUTO   TO WS-BUSCA-PRODUTO.
           MOVE WS-LOCAL-CENTRAL TO WS-BUSCA-LOCAL.
           PERFORM 029-00-SALDO-LOCAL THRU 029-99-FIM-SALDO.
           COMPUTE WS-DISP-CENTRAL =
               WS-SALDO - WS-MIN-CENTRAL (LM-COD-PRODUTO).
       032-99-FIM-NOVO.
           EXIT.
      *
      *    Proposta que nao coube na tabela sai marcada no relatorio
      *    e nao consome o disponivel do central.
       035-00-GUARDA.
           IF WS-QTD-PROP >= 2000
              ADD 1 TO WS-CONT-ESTOURO
              MOVE "NAO GRAV" TO DET-OBS
              GO TO 035-99-FIM-GUARDA.
           ADD 1 TO WS-QTD-PROP.
           MOVE LM-COD-PRODUTO TO TP-COD-PRODUTO (WS-QTD-PROP).
           MOVE LM-COD-LOCAL   TO TP-COD-LOCAL (WS-QTD-PROP).
           MOVE WS-TRANSF      TO TP-TRANSF (WS-QTD-PROP).
           MOVE WS-FALTA       TO TP-FALTA (WS-QTD-PROP).
           SUBTRACT WS-TRANSF FROM WS-DISP-CENTRAL.
           IF WS-TRANSF > ZEROS
              ADD 1 TO WS-CONT-TRANSF
              ADD WS-TRANSF TO WS-TOT-TRANSF
           END-IF.
           IF WS-FALTA > ZEROS
              ADD 1 TO WS-CONT-FALTA
              ADD WS-FALTA TO WS-TOT-FALTA
           END-IF.
       035-99-FIM-GUARDA.
           EXIT.
      *
       055-00-LINHA.
           MOVE LM-COD-PRODUTO TO DET-CODIGO.
           MOVE NOME-PRODUTO   TO DET-NOME.
           MOVE LM-COD-LOCAL   TO DET-LOCAL.
           MOVE WS-SALDO       TO DET-SALDO.
           MOVE LM-MINIMO      TO DET-MINIMO.
           MOVE LM-MAXIMO      TO DET-MAXIMO.
           MOVE WS-TRANSF      TO DET-TRANSF.
           MOVE WS-FALTA       TO DET-FALTA.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       055-99-FIM-LINHA.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-PROP = ZEROS AND WS-CONT-ESTOURO = ZEROS
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE WS-CONT-TRANSF TO TOT-CONT-TRANSF.
           MOVE WS-TOT-TRANSF  TO TOT-QTD-TRANSF.
           MOVE WS-LINHA-TOT-TRANSF TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-FALTA TO TOT-CONT-FALTA.
           MOVE WS-TOT-FALTA  TO TOT-QTD-FALTA.
           MOVE WS-LINHA-TOT-FALTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-PEND TO TOT-PENDENTES.
           MOVE WS-LINHA-PENDENTES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-CONT-PEND-PERD > ZEROS
              MOVE WS-CONT-PEND-PERD TO TOT-PEND-PERD
              MOVE WS-LINHA-PEND-PERD TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           IF WS-CONT-ESTOURO > ZEROS
              MOVE WS-CONT-ESTOURO TO TOT-ESTOURO
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
      *    Sem nenhum local abaixo do minimo nao ha o que confirmar:
      *    a falta anterior e zerada. Havendo proposta, so grava
      *    com o mes aberto e a confirmacao do operador.
       085-00-CONFIRMA.
           IF WS-QTD-PROP = ZEROS
              IF WS-PERIODO-FECH = "N"
                 PERFORM 088-00-GRAVA-FALTAS THRU 088-99-FIM-FALTAS
              END-IF
              GO TO 085-99-FIM-CONFIRMA.
           IF WS-PERIODO-FECH = "S"
              MOVE WS-LINHA-FECHADO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              DISPLAY "Mes corrente fechado - nada foi gravado"
              GO TO 085-99-FIM-CONFIRMA.
           DISPLAY "Transferencias propostas: " WS-CONT-TRANSF
               "  Faltas p/ compra: " WS-CONT-FALTA.
           DISPLAY "Confirma a gravacao (S/N)..................: ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              MOVE WS-LINHA-RECUSADA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 085-99-FIM-CONFIRMA.
           OPEN EXTEND MOVTO-S.
           IF WS-FS-MOVTO = "35"
              OPEN OUTPUT MOVTO-S
              CLOSE MOVTO-S
              OPEN EXTEND MOVTO-S
           END-IF.
           IF WS-FS-MOVTO NOT = "00"
              DISPLAY "Erro ao Abrir MOVTO.DAT - Status: " WS-FS-MOVTO
              MOVE WS-LINHA-RECUSADA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 085-99-FIM-CONFIRMA
           END-IF.
           MOVE 1 TO WS-IND.
           PERFORM 087-00-GRAVA-TRANSF THRU 087-99-FIM-TRANSF
               UNTIL WS-IND > WS-QTD-PROP.
           CLOSE MOVTO-S.
           PERFORM 088-00-GRAVA-FALTAS THRU 088-99-FIM-FALTAS.
           MOVE WS-CONT-GRAVADAS TO TOT-GRAVADAS.
           MOVE WS-LINHA-GRAVADAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       085-99-FIM-CONFIRMA.
           EXIT.
      *
       087-00-GRAVA-TRANSF.
           IF TP-TRANSF (WS-IND) = ZEROS
              GO TO 087-90-PROXIMA.
           MOVE TP-COD-PRODUTO (WS-IND) TO MV-COD-PRODUTO.
           MOVE "T"                     TO MV-TIPO.
           MOVE TP-TRANSF (WS-IND)      TO MV-QTD.
           MOVE WS-HOJE-ANO             TO MV-ANO.
           MOVE WS-HOJE-MES             TO MV-MES.
           MOVE WS-HOJE-DIA             TO MV-DIA.
           MOVE ZEROS                   TO MV-CUSTO-UNIT.
           MOVE WS-LOCAL-CENTRAL        TO MV-LOCAL.
           MOVE TP-COD-LOCAL (WS-IND)   TO MV-LOCAL-DEST.
           MOVE SPACES                  TO MV-LOTE.
           MOVE ZEROS                   TO MV-VALIDADE.
           MOVE ZEROS                   TO MV-COD-DEPTO.
           MOVE ZEROS                   TO MV-NUMERO-REQ.
           MOVE ZEROS                   TO MV-MOTIVO.
           MOVE "N"                     TO MV-UNID-COMPRA.
           MOVE SPACE                   TO MV-ORIGEM.
           MOVE ZEROS                   TO MV-NF-REGISTRO.
           MOVE ZEROS                   TO MV-NF-ITEM.
           WRITE REG-MOVTO.
           ADD 1 TO WS-CONT-GRAVADAS.
       087-90-PROXIMA.
           ADD 1 TO WS-IND.
       087-99-FIM-TRANSF.
           EXIT.
      *
      *    FALTALOC.DAT guarda so a situacao da ultima rodada
      *    gravada; o PEDCOM le a falta de cada produto dali.
       088-00-GRAVA-FALTAS.
           OPEN OUTPUT FALTALOC-S.
           IF WS-FS-FALTALOC NOT = "00"
              DISPLAY "Erro ao Abrir FALTALOC.DAT - Status: "
                  WS-FS-FALTALOC
              GO TO 088-99-FIM-FALTAS
           END-IF.
           MOVE 1 TO WS-IND.
           PERFORM 089-00-GRAVA-FALTA THRU 089-99-FIM-FALTA
               UNTIL WS-IND > WS-QTD-PROP.
           CLOSE FALTALOC-S.
       088-99-FIM-FALTAS.
           EXIT.
      *
       089-00-GRAVA-FALTA.
           IF TP-FALTA (WS-IND) > ZEROS
              MOVE TP-COD-PRODUTO (WS-IND) TO FL-COD-PRODUTO
              MOVE TP-COD-LOCAL (WS-IND)   TO FL-COD-LOCAL
              MOVE TP-FALTA (WS-IND)       TO FL-QTD
              MOVE WS-DATA-HOJE            TO FL-DATA
              WRITE REG-FALTALOC
           END-IF.
           ADD 1 TO WS-IND.
       089-99-FIM-FALTA.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE LOCMIN-S.
           CLOSE ALMOX-S.
           CLOSE LOCAIS-S.
           IF WS-TEM-SALDOLOC = "S"
              CLOSE SALDOLOC-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA REPLOC ---------***
