       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIBLST.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * RELATORIO MENSAL DE LIBERACOES DE REQUISICAO
      * Lista os pedidos de liberacao de REQLIB.DAT das requisicoes
      * digitadas no mes informado (AAAAMM) que estouraram a quota do
      * departamento, agrupados por departamento e em ordem de numero:
      * data, quantidade e valor do documento, situacao do pedido
      * (aprovado, rejeitado ou ainda pendente), supervisor que
      * decidiu, data da decisao e motivo. Fecha cada departamento e o
      * relatorio com a quantidade de pedidos por situacao e o valor
      * aprovado acima da quota. Os nomes vem de DEPTOS.DAT e de
      * OPERADOR.DAT quando existirem. Gera LIBLST.LST, arquivado pelo
      * RELARQ.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQLIB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-NUMERO
               FILE STATUS IS WS-FS-REQLIB.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "LIBLST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-REQLIB   PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "LIBLST  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-TEM-DEPTOS  PIC X(01) VALUE "N".
           02  WS-TEM-OPERADOR PIC X(01) VALUE "N".
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-MES-REF     PIC 9(06) VALUE ZEROS.
           02  WS-QTD-ITENS   PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(03) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(03) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-DEPTO-ANT   PIC 9(04) VALUE ZEROS.
           02  WS-TEM-DEPTO   PIC X(01) VALUE "N".
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO-MES PIC 9(06) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       01  WS-CONTADORES.
           02  WS-CT-DEPTO OCCURS 2 TIMES.
               03  CT-PEDIDOS     PIC 9(05).
               03  CT-APROVADOS   PIC 9(05).
               03  CT-REJEITADOS  PIC 9(05).
               03  CT-PENDENTES   PIC 9(05).
               03  CT-VALOR-APROV PIC 9(12)V99.
       01  WS-TABELA-LIB.
           02  WS-LIB OCCURS 500 TIMES.
               03  TB-CHAVE.
                   04  TB-COD-DEPTO   PIC 9(04).
                   04  TB-NUMERO      PIC 9(06).
               03  TB-DATA-REQ    PIC 9(08).
               03  TB-QTD-DOC     PIC 9(06).
               03  TB-VALOR-DOC   PIC 9(10)V99.
               03  TB-SITUACAO    PIC X(01).
               03  TB-APROVADOR   PIC 9(04).
               03  TB-DATA-DECISAO PIC 9(08).
               03  TB-MOTIVO      PIC X(40).
       01  WS-LIB-TROCA       PIC X(89).
       01  WS-CAB-01.
           02  FILLER         PIC X(45) VALUE
               "LIBERACOES DE REQUISICAO ACIMA DA QUOTA - MES".
           02  FILLER         PIC X(01) VALUE SPACE.
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-DEPTO.
           02  FILLER         PIC X(14) VALUE "DEPARTAMENTO: ".
           02  CAB-COD-DEPTO  PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  CAB-DEPTO      PIC X(15).
       01  WS-CAB-02.
           02  FILLER         PIC X(08) VALUE "NUMERO".
           02  FILLER         PIC X(11) VALUE "DATA".
           02  FILLER         PIC X(08) VALUE "    QTD".
           02  FILLER         PIC X(14) VALUE "        VALOR".
           02  FILLER         PIC X(10) VALUE "SITUACAO".
           02  FILLER         PIC X(16) VALUE "SUPERVISOR".
           02  FILLER         PIC X(10) VALUE "DECISAO".
       01  WS-DETALHE.
           02  DET-NUMERO     PIC 9(06).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ANO        PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-QTD        PIC ZZZ.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-SITUACAO   PIC X(09).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-APROVADOR  PIC X(15).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  DET-DIA-DEC    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES-DEC    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ANO-DEC    PIC 9(04).
       01  WS-DETALHE-MOTIVO.
           02  FILLER         PIC X(08) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "MOTIVO: ".
           02  DET-MOTIVO     PIC X(40).
       01  WS-LINHA-TOT-01.
           02  TOT-TITULO     PIC X(30).
           02  FILLER         PIC X(09) VALUE " PEDIDOS:".
           02  TOT-PEDIDOS    PIC ZZZZ9.
           02  FILLER         PIC X(11) VALUE " APROVADOS:".
           02  TOT-APROVADOS  PIC ZZZZ9.
           02  FILLER         PIC X(12) VALUE " REJEITADOS:".
           02  TOT-REJEITADOS PIC ZZZZ9.
       01  WS-LINHA-TOT-02.
           02  FILLER         PIC X(30) VALUE SPACES.
           02  FILLER         PIC X(11) VALUE " PENDENTES:".
           02  TOT-PENDENTES  PIC ZZZZ9.
           02  FILLER         PIC X(16) VALUE " VALOR APROVADO:".
           02  TOT-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO LISTADOS.....:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(08) VALUE " PEDIDOS".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-CARREGA THRU 030-99-FIM-CARREGA
               UNTIL FIM-ARQUIVO.
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
           PERFORM 050-00-IMPRIME THRU 050-99-FIM-IMPRIME.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Mes das requisicoes (AAAAMM, 0=mes corrente): ".
           ACCEPT WS-MES-REF.
           IF WS-MES-REF = ZEROS
              MOVE WS-HOJE-ANO-MES TO WS-MES-REF.
           IF WS-MES-REF (5:2) < "01" OR WS-MES-REF (5:2) > "12"
              DISPLAY "Mes invalido - programa encerrado"
              STOP RUN.
           MOVE ZEROS TO WS-CONTADORES.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT REQLIB-S.
           IF WS-FS-REQLIB NOT = "00"
              DISPLAY "Erro ao Abrir REQLIB.DAT - Status: "
                  WS-FS-REQLIB
              STOP RUN
           END-IF.
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS = "00"
              MOVE "S" TO WS-TEM-DEPTOS
           END-IF.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR = "00"
              MOVE "S" TO WS-TEM-OPERADOR
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-MES-REF (5:2) TO CAB-MES.
           MOVE WS-MES-REF (1:4) TO CAB-ANO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ REQLIB-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       030-00-CARREGA.
           IF RL-DATA-REQ (1:6) NOT = WS-MES-REF
              GO TO 030-10-LE.
           IF WS-QTD-ITENS NOT < 500
              ADD 1 TO WS-PERDIDOS
              GO TO 030-10-LE.
           ADD 1 TO WS-QTD-ITENS.
           MOVE RL-COD-DEPTO    TO TB-COD-DEPTO (WS-QTD-ITENS).
           MOVE RL-NUMERO       TO TB-NUMERO (WS-QTD-ITENS).
           MOVE RL-DATA-REQ     TO TB-DATA-REQ (WS-QTD-ITENS).
           MOVE RL-QTD-DOC      TO TB-QTD-DOC (WS-QTD-ITENS).
           MOVE RL-VALOR-DOC    TO TB-VALOR-DOC (WS-QTD-ITENS).
           MOVE RL-SITUACAO     TO TB-SITUACAO (WS-QTD-ITENS).
           MOVE RL-APROVADOR    TO TB-APROVADOR (WS-QTD-ITENS).
           MOVE RL-DATA-DECISAO TO TB-DATA-DECISAO (WS-QTD-ITENS).
           MOVE RL-MOTIVO       TO TB-MOTIVO (WS-QTD-ITENS).
       030-10-LE.
           READ REQLIB-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-CARREGA.
           EXIT.
      *
       040-00-ORDENA.
           IF WS-QTD-ITENS < 2
              GO TO 040-99-FIM-ORDENA.
           MOVE "S" TO WS-TROCOU.
           PERFORM 042-00-PASSADA THRU 042-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       040-99-FIM-ORDENA.
           EXIT.
      *
       042-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
           PERFORM 044-00-COMPARA THRU 044-99-FIM-COMPARA
               UNTIL WS-IND >= WS-QTD-ITENS.
       042-99-FIM-PASSADA.
           EXIT.
      *
       044-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TB-CHAVE (WS-IND) > TB-CHAVE (WS-IND2)
              MOVE WS-LIB (WS-IND)  TO WS-LIB-TROCA
              MOVE WS-LIB (WS-IND2) TO WS-LIB (WS-IND)
              MOVE WS-LIB-TROCA     TO WS-LIB (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       044-99-FIM-COMPARA.
           EXIT.
      *
       050-00-IMPRIME.
           IF WS-QTD-ITENS = ZEROS
              MOVE "NENHUM PEDIDO DE LIBERACAO NO MES"
                  TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-IMPRIME.
           MOVE 1 TO WS-IND.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-ITENS.
           PERFORM 058-00-FECHA-DEPTO THRU 058-99-FIM-FECHA.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL.
           IF WS-PERDIDOS > ZEROS
              MOVE WS-PERDIDOS TO EST-PERDIDOS
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       050-99-FIM-IMPRIME.
           EXIT.
      *
       055-00-LINHA.
           IF TB-COD-DEPTO (WS-IND) NOT = WS-DEPTO-ANT
              OR WS-TEM-DEPTO = "N"
              IF WS-TEM-DEPTO = "S"
                 PERFORM 058-00-FECHA-DEPTO THRU 058-99-FIM-FECHA
              END-IF
              MOVE TB-COD-DEPTO (WS-IND) TO WS-DEPTO-ANT
              MOVE "S" TO WS-TEM-DEPTO
              PERFORM 056-00-CAB-DEPTO THRU 056-99-FIM-CAB
           END-IF.
           MOVE TB-NUMERO (WS-IND)            TO DET-NUMERO.
           MOVE TB-DATA-REQ (WS-IND) (7:2)    TO DET-DIA.
           MOVE TB-DATA-REQ (WS-IND) (5:2)    TO DET-MES.
           MOVE TB-DATA-REQ (WS-IND) (1:4)    TO DET-ANO.
           MOVE TB-QTD-DOC (WS-IND)           TO DET-QTD.
           MOVE TB-VALOR-DOC (WS-IND)         TO DET-VALOR.
           MOVE SPACES TO DET-APROVADOR.
           MOVE ZEROS TO DET-DIA-DEC.
           MOVE ZEROS TO DET-MES-DEC.
           MOVE ZEROS TO DET-ANO-DEC.
           ADD 1 TO CT-PEDIDOS (1).
           IF TB-SITUACAO (WS-IND) = "P"
              MOVE "PENDENTE" TO DET-SITUACAO
              ADD 1 TO CT-PENDENTES (1)
           ELSE
              IF TB-SITUACAO (WS-IND) = "A"
                 MOVE "APROVADA" TO DET-SITUACAO
                 ADD 1 TO CT-APROVADOS (1)
                 ADD TB-VALOR-DOC (WS-IND) TO CT-VALOR-APROV (1)
              ELSE
                 MOVE "REJEITADA" TO DET-SITUACAO
                 ADD 1 TO CT-REJEITADOS (1)
              END-IF
              PERFORM 057-00-APROVADOR THRU 057-99-FIM-APROVADOR
              MOVE TB-DATA-DECISAO (WS-IND) (7:2) TO DET-DIA-DEC
              MOVE TB-DATA-DECISAO (WS-IND) (5:2) TO DET-MES-DEC
              MOVE TB-DATA-DECISAO (WS-IND) (1:4) TO DET-ANO-DEC
           END-IF.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF TB-MOTIVO (WS-IND) NOT = SPACES
              MOVE TB-MOTIVO (WS-IND) TO DET-MOTIVO
              MOVE WS-DETALHE-MOTIVO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IND.
       055-99-FIM-LINHA.
           EXIT.
      *
       056-00-CAB-DEPTO.
           MOVE TB-COD-DEPTO (WS-IND) TO CAB-COD-DEPTO.
           MOVE SPACES TO CAB-DEPTO.
           IF WS-TEM-DEPTOS = "S"
              MOVE TB-COD-DEPTO (WS-IND) TO DP-COD-DEPTO
              READ DEPTOS-S
                  INVALID KEY
                      MOVE "NAO CADASTRADO" TO DP-NOME
              END-READ
              MOVE DP-NOME TO CAB-DEPTO
           END-IF.
           MOVE WS-CAB-DEPTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-99-FIM-CAB.
           EXIT.
      *
       057-00-APROVADOR.
           MOVE TB-APROVADOR (WS-IND) TO DET-APROVADOR.
           IF WS-TEM-OPERADOR = "S"
              MOVE TB-APROVADOR (WS-IND) TO OP-CODIGO
              READ OPERADOR-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-NOME TO DET-APROVADOR
              END-READ
           END-IF.
       057-99-FIM-APROVADOR.
           EXIT.
      *
       058-00-FECHA-DEPTO.
           MOVE "TOTAL DO DEPARTAMENTO........:" TO TOT-TITULO.
           MOVE 1 TO WS-IND2.
           PERFORM 060-00-LINHAS-TOTAL THRU 060-99-FIM-LINHAS.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD CT-PEDIDOS (1)     TO CT-PEDIDOS (2).
           ADD CT-APROVADOS (1)   TO CT-APROVADOS (2).
           ADD CT-REJEITADOS (1)  TO CT-REJEITADOS (2).
           ADD CT-PENDENTES (1)   TO CT-PENDENTES (2).
           ADD CT-VALOR-APROV (1) TO CT-VALOR-APROV (2).
           MOVE ZEROS TO WS-CT-DEPTO (1).
       058-99-FIM-FECHA.
           EXIT.
      *
       060-00-LINHAS-TOTAL.
           MOVE CT-PEDIDOS (WS-IND2)     TO TOT-PEDIDOS.
           MOVE CT-APROVADOS (WS-IND2)   TO TOT-APROVADOS.
           MOVE CT-REJEITADOS (WS-IND2)  TO TOT-REJEITADOS.
           MOVE CT-PENDENTES (WS-IND2)   TO TOT-PENDENTES.
           MOVE CT-VALOR-APROV (WS-IND2) TO TOT-VALOR.
           MOVE WS-LINHA-TOT-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TOT-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       060-99-FIM-LINHAS.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL DO MES...........:" TO TOT-TITULO.
           MOVE 2 TO WS-IND2.
           PERFORM 060-00-LINHAS-TOTAL THRU 060-99-FIM-LINHAS.
       080-99-FIM-TOTAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE REQLIB-S.
           IF WS-TEM-DEPTOS = "S"
              CLOSE DEPTOS-S
           END-IF.
           IF WS-TEM-OPERADOR = "S"
              CLOSE OPERADOR-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA LIBLST ---------***
