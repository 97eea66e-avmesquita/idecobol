       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GUIAENT.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * EMISSAO DA GUIA DE ENTREGA DAS REQUISICOES ATENDIDAS
      * Depois que o MOVPOST posiciona as saidas geradas pelo REQATE,
      * emite em GUIAENT.LST uma guia numerada por requisicao com o
      * que de fato saiu e ainda nao constou de guia: cabecalho com
      * o numero da guia (ultimo numero em GUINUM.DAT), a
      * requisicao, o departamento, o requisitante e o local de
      * entrega (REQCAB.DAT), uma linha por item e lote com a data
      * da saida e a quantidade, e a linha de assinatura de quem
      * recebe. As saidas vem do historico MOVHIST.DAT (saidas de
      * requisicao posicionadas) e os lotes de LOTCONS.DAT. Cada
      * linha emitida e gravada em GUIAS.DAT (chave guia + linha, com
      * acesso pela requisicao), de modo que a mesma saida nao volta
      * a sair em outra guia; a quantidade ja em guia e descontada
      * por requisicao, produto, data da saida e lote.
      * Parametros: data inicial das saidas consideradas (zero = dia
      * primeiro do mes anterior) e numero da requisicao (zero =
      * todas). O relatorio e arquivado pelo RELARQ e o RELNAV
      * reimprime a guia quando o departamento contesta a entrega.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT LOTCONS-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-LOTCONS.
           SELECT GUIAS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CHAVE
               ALTERNATE RECORD KEY IS GE-NUMERO-REQ
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-GUIAS.
           SELECT GUINUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-GUINUM.
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
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD GUIAS-S
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-GUIA
           VALUE OF FILE-ID "GUIAS.DAT".
       01  REG-GUIA.
           02  GE-CHAVE.
               03  GE-NUMERO      PIC 9(06).
               03  GE-LINHA       PIC 9(03).
           02  GE-DATA        PIC 9(08).
           02  GE-NUMERO-REQ  PIC 9(06).
           02  GE-ITEM-REQ    PIC 9(03).
           02  GE-COD-DEPTO   PIC 9(04).
           02  GE-COD-PRODUTO PIC 9(04).
           02  GE-DATA-SAIDA  PIC 9(08).
           02  GE-LOTE        PIC X(10).
           02  GE-QTD         PIC 9(04).
       FD GUINUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-GUINUM
           VALUE OF FILE-ID "GUINUM.DAT".
       01  REG-GUINUM.
           02  GN-ULTIMO      PIC 9(06).
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
               88  UNIDADE-PERECIVEL VALUE "KG" "LT".
           02  CATEGORIA      PIC X(10).
           02  UNIDADE-COMPRA PIC X(02).
           02  FATOR-COMPRA   PIC 9(03).
           02  SITUACAO-PRODUTO PIC X(01).
               88  PRODUTO-ATIVO        VALUE "A" " ".
               88  PRODUTO-BLOQUEADO    VALUE "B".
               88  PRODUTO-DESCONT     VALUE "D".
           02  TIPO-PRODUTO   PIC X(01).
               88  PRODUTO-KIT          VALUE "K".
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "GUIAENT.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-LOTCONS  PIC X(02) VALUE SPACES.
           02  WS-FS-GUIAS    PIC X(02) VALUE SPACES.
           02  WS-FS-GUINUM   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-REQCAB   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-TEM-REQCAB  PIC X(01) VALUE "N".
           02  WS-REL-PROGRAMA PIC X(08) VALUE "GUIAENT ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-DATA-INI    PIC 9(08) VALUE ZEROS.
           02  WS-FIL-REQ     PIC 9(06) VALUE ZEROS.
           02  WS-ULT-GUIA    PIC 9(06) VALUE ZEROS.
           02  WS-QTD-SAIDAS  PIC 9(03) COMP VALUE ZEROS.
           02  WS-QTD-LOTES   PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(03) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(03) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-REQ-ATUAL   PIC 9(06) VALUE ZEROS.
           02  WS-LINHA-GUIA  PIC 9(03) VALUE ZEROS.
           02  WS-ITEM-REQ    PIC 9(03) VALUE ZEROS.
           02  WS-SOBRA       PIC 9(06) VALUE ZEROS.
           02  WS-PEGA        PIC 9(04) VALUE ZEROS.
           02  WS-TOT-GUIA    PIC 9(06) VALUE ZEROS.
           02  WS-CONT-GUIAS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-LINHAS PIC 9(05) VALUE ZEROS.
           02  WS-CHAVE-BUSCA.
               03  WS-BUSCA-REQ   PIC 9(06).
               03  WS-BUSCA-PROD  PIC 9(04).
               03  WS-BUSCA-DATA  PIC 9(08).
           02  WS-BUSCA-LOTE  PIC X(10) VALUE SPACES.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
      *    Saidas por requisicao, produto e data, ja descontado o que
      *    consta de guia anterior.
       01  WS-TABELA-SAIDAS.
           02  WS-SAIDA OCCURS 500 TIMES.
               03  TS-CHAVE.
                   04  TS-NUMERO-REQ  PIC 9(06).
                   04  TS-COD-PRODUTO PIC 9(04).
                   04  TS-DATA        PIC 9(08).
               03  TS-COD-DEPTO   PIC 9(04).
               03  TS-QTD         PIC S9(06).
       01  WS-SAIDA-TROCA.
           02  TR-CHAVE       PIC X(18).
           02  TR-RESTO       PIC X(10).
      *    Lotes consumidos por requisicao, produto e data.
       01  WS-TABELA-LOTES.
           02  WS-LOTE OCCURS 500 TIMES.
               03  TL-CHAVE       PIC X(18).
               03  TL-LOTE        PIC X(10).
               03  TL-QTD         PIC S9(06).
       01  WS-CAB-01          PIC X(80) VALUE
           "GUIA DE ENTREGA DE MATERIAL".
       01  WS-CAB-GUIA.
           02  FILLER         PIC X(14) VALUE "GUIA No......:".
           02  CAB-GUIA       PIC 9(06).
           02  FILLER         PIC X(10) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "EMISSAO: ".
           02  CAB-EMI-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-EMI-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-EMI-ANO    PIC 9(04).
       01  WS-CAB-REQ.
           02  FILLER         PIC X(14) VALUE "REQUISICAO...:".
           02  CAB-REQ        PIC 9(06).
           02  FILLER         PIC X(10) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "DATA...: ".
           02  CAB-REQ-DATA   PIC X(10).
       01  WS-CAB-DEPTO.
           02  FILLER         PIC X(14) VALUE "DEPARTAMENTO.:".
           02  CAB-COD-DEPTO  PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-DEPTO      PIC X(15).
       01  WS-CAB-REQUISITANTE.
           02  FILLER         PIC X(14) VALUE "REQUISITANTE.:".
           02  CAB-REQUISITANTE PIC X(20).
           02  FILLER         PIC X(06) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "LOCAL..: ".
           02  CAB-LOCAL      PIC X(20).
       01  WS-CAB-02.
           02  FILLER         PIC X(05) VALUE "ITEM".
           02  FILLER         PIC X(05) VALUE "PROD".
           02  FILLER         PIC X(31) VALUE "DESCRICAO".
           02  FILLER         PIC X(03) VALUE "UN".
           02  FILLER         PIC X(11) VALUE "SAIDA".
           02  FILLER         PIC X(11) VALUE "LOTE".
           02  FILLER         PIC X(05) VALUE " QTD".
       01  WS-DETALHE.
           02  DET-ITEM       PIC 9(03).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-UNIDADE    PIC X(02).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-SAIDA      PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LOTE       PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
       01  WS-DATA-EDITADA.
           02  ED-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  ED-ANO         PIC 9(04).
       01  WS-LINHA-TOTAL-GUIA.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DE UNIDADES ENTREGUES..:".
           02  TOT-GUIA       PIC ZZZ.ZZ9.
       01  WS-LINHA-DECLARA   PIC X(80) VALUE
           "DECLARO TER RECEBIDO O MATERIAL ACIMA EM PERFEITA ORDEM.".
       01  WS-LINHA-ASSINA-1.
           02  FILLER         PIC X(30) VALUE ALL "_".
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(40) VALUE ALL "_".
       01  WS-LINHA-ASSINA-2.
           02  FILLER         PIC X(35) VALUE
               "ALMOXARIFADO - ENTREGUE POR".
           02  FILLER         PIC X(40) VALUE
               "RECEBIDO POR (NOME, ASSINATURA, DATA)".
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUMA SAIDA DE REQUISICAO PENDENTE DE GUIA".
       01  WS-LINHA-GUIAS.
           02  FILLER         PIC X(30) VALUE
               "GUIAS EMITIDAS...............:".
           02  TOT-GUIAS      PIC ZZZZ9.
       01  WS-LINHA-LINHAS.
           02  FILLER         PIC X(30) VALUE
               "LINHAS DE ENTREGA............:".
           02  TOT-LINHAS     PIC ZZZZ9.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO CONSIDERADAS.:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(07) VALUE " SAIDAS".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-CARREGA-SAIDAS THRU 030-99-FIM-SAIDAS.
           PERFORM 035-00-CARREGA-LOTES THRU 035-99-FIM-LOTES.
           PERFORM 040-00-DESCONTA-GUIAS THRU 040-99-FIM-DESCONTA.
           PERFORM 045-00-ORDENA THRU 045-99-FIM-ORDENA.
           MOVE 1 TO WS-IND.
           PERFORM 050-00-EMITE THRU 050-99-FIM-EMITE
               UNTIL WS-IND > WS-QTD-SAIDAS.
           IF WS-REQ-ATUAL NOT = ZEROS
              PERFORM 060-00-FECHA-GUIA THRU 060-99-FIM-FECHA-GUIA.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Saidas a partir de (AAAAMMDD, 0=mes anterior): ".
           ACCEPT WS-DATA-INI.
           IF WS-DATA-INI = ZEROS
              IF WS-HOJE-MES = 01
                 COMPUTE WS-DATA-INI =
                     ((WS-HOJE-ANO - 1) * 10000) + 1201
              ELSE
                 COMPUTE WS-DATA-INI = (WS-HOJE-ANO * 10000)
                     + ((WS-HOJE-MES - 1) * 100) + 01
              END-IF
           END-IF.
           DISPLAY "Numero da requisicao (0=todas)................: ".
           ACCEPT WS-FIL-REQ.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              DISPLAY "Erro ao Abrir MOVHIST.DAT - Status: "
                  WS-FS-MOVHIST
              STOP RUN
           END-IF.
           OPEN I-O GUIAS-S.
           IF WS-FS-GUIAS = "35"
              OPEN OUTPUT GUIAS-S
              CLOSE GUIAS-S
              OPEN I-O GUIAS-S
           END-IF.
           IF WS-FS-GUIAS NOT = "00"
              DISPLAY "Erro ao Abrir GUIAS.DAT - Status: " WS-FS-GUIAS
              STOP RUN
           END-IF.
           OPEN I-O GUINUM-S.
           IF WS-FS-GUINUM = "35"
              OPEN OUTPUT GUINUM-S
              MOVE ZEROS TO GN-ULTIMO
              WRITE REG-GUINUM
              CLOSE GUINUM-S
              OPEN I-O GUINUM-S
           END-IF.
           READ GUINUM-S
               AT END
                   MOVE ZEROS TO GN-ULTIMO
           END-READ.
           MOVE GN-ULTIMO TO WS-ULT-GUIA.
           OPEN INPUT REQUIS-S.
           IF WS-FS-REQUIS NOT = "00"
              DISPLAY "Erro ao Abrir REQUIS.DAT - Status: "
                  WS-FS-REQUIS
              STOP RUN
           END-IF.
           OPEN INPUT REQCAB-S.
           IF WS-FS-REQCAB = "00"
              MOVE "S" TO WS-TEM-REQCAB
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-S.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Saidas de requisicao posicionadas a partir da data inicial,
      *    somadas por requisicao, produto e data da saida.
       030-00-CARREGA-SAIDAS.
           READ MOVHIST-S
               AT END
                   CLOSE MOVHIST-S
                   GO TO 030-99-FIM-SAIDAS
           END-READ.
           IF NOT MOVHIST-POSICIONADO
              OR (MH-TIPO NOT = "S" AND MH-TIPO NOT = "s")
              OR MH-ORIGEM NOT = "R"
              OR MH-NUMERO-REQ = ZEROS
              OR MH-DATA < WS-DATA-INI
              GO TO 030-00-CARREGA-SAIDAS.
           IF WS-FIL-REQ NOT = ZEROS AND MH-NUMERO-REQ NOT = WS-FIL-REQ
              GO TO 030-00-CARREGA-SAIDAS.
           MOVE MH-NUMERO-REQ  TO WS-BUSCA-REQ.
           MOVE MH-COD-PRODUTO TO WS-BUSCA-PROD.
           MOVE MH-DATA        TO WS-BUSCA-DATA.
           PERFORM 070-00-ACHA-SAIDA THRU 070-99-FIM-ACHA-SAIDA.
           IF WS-ACHEI = ZEROS
              IF WS-QTD-SAIDAS NOT < 500
                 ADD 1 TO WS-PERDIDOS
                 GO TO 030-00-CARREGA-SAIDAS
              END-IF
              ADD 1 TO WS-QTD-SAIDAS
              MOVE WS-QTD-SAIDAS TO WS-ACHEI
              MOVE WS-CHAVE-BUSCA TO TS-CHAVE (WS-ACHEI)
              MOVE MH-COD-DEPTO TO TS-COD-DEPTO (WS-ACHEI)
              MOVE ZEROS TO TS-QTD (WS-ACHEI)
           END-IF.
           ADD MH-QTD TO TS-QTD (WS-ACHEI).
           GO TO 030-00-CARREGA-SAIDAS.
       030-99-FIM-SAIDAS.
           EXIT.
      *
      *    Lotes de onde sairam as mesmas requisicoes (consumo).
       035-00-CARREGA-LOTES.
           OPEN INPUT LOTCONS-S.
           IF WS-FS-LOTCONS NOT = "00"
              GO TO 035-99-FIM-LOTES.
       035-10-LE-LOTCONS.
           READ LOTCONS-S
               AT END
                   CLOSE LOTCONS-S
                   GO TO 035-99-FIM-LOTES
           END-READ.
           IF NOT LOTCONS-CONSUMO OR LN-NUMERO-REQ = ZEROS
              OR LN-DATA < WS-DATA-INI
              GO TO 035-10-LE-LOTCONS.
           MOVE LN-NUMERO-REQ  TO WS-BUSCA-REQ.
           MOVE LN-COD-PRODUTO TO WS-BUSCA-PROD.
           MOVE LN-DATA        TO WS-BUSCA-DATA.
           MOVE LN-LOTE        TO WS-BUSCA-LOTE.
           PERFORM 070-00-ACHA-SAIDA THRU 070-99-FIM-ACHA-SAIDA.
           IF WS-ACHEI = ZEROS
              GO TO 035-10-LE-LOTCONS.
           PERFORM 072-00-ACHA-LOTE THRU 072-99-FIM-ACHA-LOTE.
           IF WS-ACHEI = ZEROS
              IF WS-QTD-LOTES NOT < 500
                 GO TO 035-10-LE-LOTCONS
              END-IF
              ADD 1 TO WS-QTD-LOTES
              MOVE WS-QTD-LOTES TO WS-ACHEI
              MOVE WS-CHAVE-BUSCA TO TL-CHAVE (WS-ACHEI)
              MOVE LN-LOTE TO TL-LOTE (WS-ACHEI)
              MOVE ZEROS TO TL-QTD (WS-ACHEI)
           END-IF.
           ADD LN-QTD TO TL-QTD (WS-ACHEI).
           GO TO 035-10-LE-LOTCONS.
       035-99-FIM-LOTES.
           EXIT.
      *
      *    Desconta o que ja saiu em guia, pela mesma chave e lote.
       040-00-DESCONTA-GUIAS.
           MOVE ZEROS TO GE-CHAVE.
           START GUIAS-S KEY NOT < GE-CHAVE
               INVALID KEY
                   GO TO 040-99-FIM-DESCONTA
           END-START.
       040-10-LE-GUIA.
           READ GUIAS-S NEXT RECORD
               AT END
                   GO TO 040-99-FIM-DESCONTA
           END-READ.
           IF GE-NUMERO > WS-ULT-GUIA
              MOVE GE-NUMERO TO WS-ULT-GUIA.
           IF GE-DATA-SAIDA < WS-DATA-INI
              GO TO 040-10-LE-GUIA.
           MOVE GE-NUMERO-REQ  TO WS-BUSCA-REQ.
           MOVE GE-COD-PRODUTO TO WS-BUSCA-PROD.
           MOVE GE-DATA-SAIDA  TO WS-BUSCA-DATA.
           PERFORM 070-00-ACHA-SAIDA THRU 070-99-FIM-ACHA-SAIDA.
           IF WS-ACHEI = ZEROS
              GO TO 040-10-LE-GUIA.
           SUBTRACT GE-QTD FROM TS-QTD (WS-ACHEI).
           IF GE-LOTE NOT = SPACES
              MOVE GE-LOTE TO WS-BUSCA-LOTE
              PERFORM 072-00-ACHA-LOTE THRU 072-99-FIM-ACHA-LOTE
              IF WS-ACHEI NOT = ZEROS
                 SUBTRACT GE-QTD FROM TL-QTD (WS-ACHEI)
              END-IF
           END-IF.
           GO TO 040-10-LE-GUIA.
       040-99-FIM-DESCONTA.
           EXIT.
      *
      *    Ordena por requisicao, produto e data da saida.
       045-00-ORDENA.
           IF WS-QTD-SAIDAS < 2
              GO TO 045-99-FIM-ORDENA.
           MOVE "S" TO WS-TROCOU.
           PERFORM 046-00-PASSADA THRU 046-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       045-99-FIM-ORDENA.
           EXIT.
      *
       046-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 047-00-COMPARA THRU 047-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-SAIDAS.
       046-99-FIM-PASSADA.
           EXIT.
      *
       047-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TS-CHAVE (WS-IND) > TS-CHAVE (WS-IND2)
              MOVE WS-SAIDA (WS-IND)  TO WS-SAIDA-TROCA
              MOVE WS-SAIDA (WS-IND2) TO WS-SAIDA (WS-IND)
              MOVE WS-SAIDA-TROCA     TO WS-SAIDA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       047-99-FIM-COMPARA.
           EXIT.
      *
      *    Quebra por requisicao: cada requisicao com saldo a entregar
      *    abre uma guia nova. Cada saida vira uma linha por lote e o
      *    que os lotes nao cobrirem vai numa linha sem lote.
       050-00-EMITE.
           IF TS-QTD (WS-IND) NOT > ZEROS
              GO TO 050-90-PROXIMO.
           IF TS-NUMERO-REQ (WS-IND) NOT = WS-REQ-ATUAL
              IF WS-REQ-ATUAL NOT = ZEROS
                 PERFORM 060-00-FECHA-GUIA THRU 060-99-FIM-FECHA-GUIA
              END-IF
              PERFORM 055-00-ABRE-GUIA THRU 055-99-FIM-ABRE-GUIA
           END-IF.
           PERFORM 076-00-ACHA-ITEM THRU 076-99-FIM-ACHA-ITEM.
           MOVE TS-COD-PRODUTO (WS-IND) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           MOVE TS-QTD (WS-IND) TO WS-SOBRA.
           MOVE 1 TO WS-IND2.
       050-10-PROXIMO-LOTE.
           IF WS-SOBRA = ZEROS OR WS-IND2 > WS-QTD-LOTES
              GO TO 050-50-SEM-LOTE.
           IF TL-CHAVE (WS-IND2) = TS-CHAVE (WS-IND)
              AND TL-QTD (WS-IND2) > ZEROS
              MOVE TL-LOTE (WS-IND2) TO GE-LOTE
              IF TL-QTD (WS-IND2) < WS-SOBRA
                 MOVE TL-QTD (WS-IND2) TO WS-PEGA
              ELSE
                 MOVE WS-SOBRA TO WS-PEGA
              END-IF
              PERFORM 058-00-GRAVA-LINHA THRU 058-99-FIM-GRAVA-LINHA
              SUBTRACT WS-PEGA FROM WS-SOBRA
              SUBTRACT WS-PEGA FROM TL-QTD (WS-IND2)
           END-IF.
           ADD 1 TO WS-IND2.
           GO TO 050-10-PROXIMO-LOTE.
       050-50-SEM-LOTE.
           IF WS-SOBRA > ZEROS
              MOVE SPACES TO GE-LOTE
              MOVE WS-SOBRA TO WS-PEGA
              PERFORM 058-00-GRAVA-LINHA THRU 058-99-FIM-GRAVA-LINHA
           END-IF.
       050-90-PROXIMO.
           ADD 1 TO WS-IND.
       050-99-FIM-EMITE.
           EXIT.
      *
       055-00-ABRE-GUIA.
           MOVE TS-NUMERO-REQ (WS-IND) TO WS-REQ-ATUAL.
           ADD 1 TO WS-ULT-GUIA.
           MOVE ZEROS TO WS-LINHA-GUIA.
           MOVE ZEROS TO WS-TOT-GUIA.
           ADD 1 TO WS-CONT-GUIAS.
           MOVE WS-REQ-ATUAL TO RC-NUMERO.
           IF WS-TEM-REQCAB = "S"
              READ REQCAB-S
                  INVALID KEY
                      MOVE SPACES TO RC-DEPTO RC-REQUISITANTE
                                     RC-LOCAL-ENTREGA
                      MOVE ZEROS TO RC-DATA
                      MOVE TS-COD-DEPTO (WS-IND) TO RC-COD-DEPTO
              END-READ
           ELSE
              MOVE SPACES TO RC-DEPTO RC-REQUISITANTE RC-LOCAL-ENTREGA
              MOVE ZEROS TO RC-DATA
              MOVE TS-COD-DEPTO (WS-IND) TO RC-COD-DEPTO
           END-IF.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-ULT-GUIA TO CAB-GUIA.
           MOVE WS-HOJE-DIA TO CAB-EMI-DIA.
           MOVE WS-HOJE-MES TO CAB-EMI-MES.
           MOVE WS-HOJE-ANO TO CAB-EMI-ANO.
           MOVE WS-CAB-GUIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-REQ-ATUAL TO CAB-REQ.
           IF RC-DATA = ZEROS
              MOVE SPACES TO CAB-REQ-DATA
           ELSE
              MOVE RC-DATA (7:2) TO ED-DIA
              MOVE RC-DATA (5:2) TO ED-MES
              MOVE RC-DATA (1:4) TO ED-ANO
              MOVE WS-DATA-EDITADA TO CAB-REQ-DATA
           END-IF.
           MOVE WS-CAB-REQ TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RC-COD-DEPTO TO CAB-COD-DEPTO.
           MOVE RC-DEPTO TO CAB-DEPTO.
           MOVE WS-CAB-DEPTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RC-REQUISITANTE TO CAB-REQUISITANTE.
           MOVE RC-LOCAL-ENTREGA TO CAB-LOCAL.
           MOVE WS-CAB-REQUISITANTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       055-99-FIM-ABRE-GUIA.
           EXIT.
      *
      *    Grava a linha em GUIAS.DAT (GE-LOTE ja preenchido) e
      *    imprime o detalhe.
       058-00-GRAVA-LINHA.
           ADD 1 TO WS-LINHA-GUIA.
           MOVE WS-ULT-GUIA            TO GE-NUMERO.
           MOVE WS-LINHA-GUIA          TO GE-LINHA.
           MOVE WS-DATA-HOJE           TO GE-DATA.
           MOVE TS-NUMERO-REQ (WS-IND) TO GE-NUMERO-REQ.
           MOVE WS-ITEM-REQ            TO GE-ITEM-REQ.
           MOVE TS-COD-DEPTO (WS-IND)  TO GE-COD-DEPTO.
           MOVE TS-COD-PRODUTO (WS-IND) TO GE-COD-PRODUTO.
           MOVE TS-DATA (WS-IND)       TO GE-DATA-SAIDA.
           MOVE WS-PEGA                TO GE-QTD.
           WRITE REG-GUIA
               INVALID KEY
                   DISPLAY "Erro ao Gravar Guia " GE-NUMERO
           END-WRITE.
           ADD 1 TO WS-CONT-LINHAS.
           ADD WS-PEGA TO WS-TOT-GUIA.
           MOVE WS-ITEM-REQ TO DET-ITEM.
           MOVE TS-COD-PRODUTO (WS-IND) TO DET-PRODUTO.
           MOVE NOME-PRODUTO TO DET-NOME.
           MOVE UNIDADE-MEDIDA TO DET-UNIDADE.
           MOVE TS-DATA (WS-IND) (7:2) TO ED-DIA.
           MOVE TS-DATA (WS-IND) (5:2) TO ED-MES.
           MOVE TS-DATA (WS-IND) (1:4) TO ED-ANO.
           MOVE WS-DATA-EDITADA TO DET-SAIDA.
           MOVE GE-LOTE TO DET-LOTE.
           MOVE WS-PEGA TO DET-QTD.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       058-99-FIM-GRAVA-LINHA.
           EXIT.
      *
       060-00-FECHA-GUIA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-GUIA TO TOT-GUIA.
           MOVE WS-LINHA-TOTAL-GUIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-DECLARA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-ASSINA-1 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-ASSINA-2 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       060-99-FIM-FECHA-GUIA.
           EXIT.
      *
      *    Procura na tabela de saidas a chave WS-CHAVE-BUSCA.
       070-00-ACHA-SAIDA.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND2.
       070-10-COMPARA.
           IF WS-IND2 > WS-QTD-SAIDAS
              GO TO 070-99-FIM-ACHA-SAIDA.
           IF TS-CHAVE (WS-IND2) = WS-CHAVE-BUSCA
              MOVE WS-IND2 TO WS-ACHEI
              GO TO 070-99-FIM-ACHA-SAIDA.
           ADD 1 TO WS-IND2.
           GO TO 070-10-COMPARA.
       070-99-FIM-ACHA-SAIDA.
           EXIT.
      *
      *    Procura na tabela de lotes a chave WS-CHAVE-BUSCA com o
      *    lote em WS-BUSCA-LOTE.
       072-00-ACHA-LOTE.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND2.
       072-10-COMPARA.
           IF WS-IND2 > WS-QTD-LOTES
              GO TO 072-99-FIM-ACHA-LOTE.
           IF TL-CHAVE (WS-IND2) = WS-CHAVE-BUSCA
              AND TL-LOTE (WS-IND2) = WS-BUSCA-LOTE
              MOVE WS-IND2 TO WS-ACHEI
              GO TO 072-99-FIM-ACHA-LOTE.
           ADD 1 TO WS-IND2.
           GO TO 072-10-COMPARA.
       072-99-FIM-ACHA-LOTE.
           EXIT.
      *
      *    Item da requisicao que pediu o produto (a requisicao nao
      *    repete produto); sem o item, a linha sai com item zero.
       076-00-ACHA-ITEM.
           MOVE ZEROS TO WS-ITEM-REQ.
           MOVE TS-NUMERO-REQ (WS-IND) TO RQ-NUMERO.
           MOVE ZEROS TO RQ-ITEM.
           START REQUIS-S KEY > RQ-CHAVE
               INVALID KEY
                   GO TO 076-99-FIM-ACHA-ITEM
           END-START.
       076-10-LE-ITEM.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 076-99-FIM-ACHA-ITEM
           END-READ.
           IF RQ-NUMERO NOT = TS-NUMERO-REQ (WS-IND)
              GO TO 076-99-FIM-ACHA-ITEM.
           IF RQ-COD-PRODUTO NOT = TS-COD-PRODUTO (WS-IND)
              GO TO 076-10-LE-ITEM.
           MOVE RQ-ITEM TO WS-ITEM-REQ.
       076-99-FIM-ACHA-ITEM.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           IF WS-CONT-GUIAS = ZEROS
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 080-50-ESTOURO.
           MOVE WS-CONT-GUIAS TO TOT-GUIAS.
           MOVE WS-LINHA-GUIAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-LINHAS TO TOT-LINHAS.
           MOVE WS-LINHA-LINHAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-50-ESTOURO.
           IF WS-PERDIDOS > ZEROS
              MOVE WS-PERDIDOS TO EST-PERDIDOS
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE GUINUM-S.
           OPEN OUTPUT GUINUM-S.
           MOVE WS-ULT-GUIA TO GN-ULTIMO.
           WRITE REG-GUINUM.
           CLOSE GUINUM-S.
           CLOSE GUIAS-S.
           CLOSE REQUIS-S.
           IF WS-TEM-REQCAB = "S"
              CLOSE REQCAB-S
           END-IF.
           CLOSE ALMOX-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA GUIAENT ---------***
