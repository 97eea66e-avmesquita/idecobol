       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CICLGER.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * GERACAO DAS FICHAS DIARIAS DE CONTAGEM CICLICA
      * Programa a contagem ciclica pela classificacao ABC gravada
      * pelo ABCLST em CLASSABC.DAT: classe A e contada todo mes, B a
      * cada tres meses e C a cada seis meses (produto sem classe e
      * tratado como C). A unidade de contagem e o produto no local:
      * cada registro de SALDOLOC.DAT com saldo e, se o saldo geral
      * de ALMOX.DAT passar da soma dos locais, o local 00 (estoque
      * sem local definido). O controle de cada produto/local fica
      * em CONTCIC.DAT (F = na ficha, C = contado, A = acertado, com
      * a data do ultimo acerto), que o CICLCAD preenche com a
      * quantidade contada e o CONTAJU (modo ciclico) acerta.
      * Entram na ficha do dia, nesta ordem: as unidades de fichas
      * anteriores ainda nao contadas, as nunca contadas e as de
      * acerto mais antigo vencido pela classe, ate o limite diario
      * (parametro; zero = itens A / 20 + B / 60 + C / 120 dias
      * uteis, mais um). A ficha sai por local, ordenada por
      * produto, SEM a quantidade em livro (contagem cega), com o
      * espaco para a quantidade e as assinaturas, em CICLGER.LST,
      * arquivada pelo RELARQ.
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
           SELECT CLASSABC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-COD-PRODUTO
               FILE STATUS IS WS-FS-CLASSABC.
           SELECT SALDOLOC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SALDOLOC.
           SELECT CONTCIC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-FS-CONTCIC.
           SELECT LOCAIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-COD-LOCAL
               FILE STATUS IS WS-FS-LOCAIS.
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
       FD CLASSABC-S
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CLASSABC
           VALUE OF FILE-ID "CLASSABC.DAT".
       01  REG-CLASSABC.
           02  CA-COD-PRODUTO PIC 9(04).
           02  CA-CLASSE      PIC X(01).
           02  CA-DATA        PIC 9(08).
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
       FD CONTCIC-S
           RECORD CONTAINS 36 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONTCIC
           VALUE OF FILE-ID "CONTCIC.DAT".
       01  REG-CONTCIC.
           02  CC-CHAVE.
               03  CC-COD-PRODUTO PIC 9(04).
               03  CC-COD-LOCAL   PIC 9(02).
           02  CC-CLASSE      PIC X(01).
           02  CC-SITUACAO    PIC X(01).
               88  CICLO-NA-FICHA      VALUE "F".
               88  CICLO-CONTADO       VALUE "C".
               88  CICLO-ACERTADO      VALUE "A".
           02  CC-DATA-FICHA  PIC 9(08).
           02  CC-QTD-CONTADA PIC 9(04).
           02  CC-DATA-CONTAGEM PIC 9(08).
           02  CC-ULT-ACERTO  PIC 9(08).
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCAL
           VALUE OF FILE-ID "LOCAIS.DAT".
       01  REG-LOCAL.
           02  LC-COD-LOCAL   PIC 9(02).
           02  LC-NOME        PIC X(30).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CICLGER.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-CLASSABC PIC X(02) VALUE SPACES.
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-FS-CONTCIC  PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-TEM-CLASSABC PIC X(01) VALUE "N".
           02  WS-TEM-SALDOLOC PIC X(01) VALUE "N".
           02  WS-TEM-LOCAIS  PIC X(01) VALUE "N".
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CICLGER ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-DATA-FICHA  PIC 9(08) VALUE ZEROS.
           02  WS-LIMITE      PIC 9(04) VALUE ZEROS.
           02  WS-QTD-DEVIDAS PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-FICHA   PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-CLASSE      PIC X(01) VALUE "C".
           02  WS-PRIORIDADE  PIC X(01) VALUE SPACES.
           02  WS-DATA-REF    PIC 9(08) VALUE ZEROS.
           02  WS-INTERVALO   PIC 9(02) VALUE ZEROS.
           02  WS-MESES       PIC S9(05) VALUE ZEROS.
           02  WS-SOMA-LOCAIS PIC 9(06) VALUE ZEROS.
           02  WS-LOCAL-UNID  PIC 9(02) VALUE ZEROS.
           02  WS-LOCAL-ANT   PIC 9(02) VALUE ZEROS.
           02  WS-PRIMEIRO    PIC X(01) VALUE "S".
           02  WS-CONT-LOCAL  PIC 9(04) VALUE ZEROS.
           02  WS-UNID-A      PIC 9(05) VALUE ZEROS.
           02  WS-UNID-B      PIC 9(05) VALUE ZEROS.
           02  WS-UNID-C      PIC 9(05) VALUE ZEROS.
           02  WS-FICHA-A     PIC 9(05) VALUE ZEROS.
           02  WS-FICHA-B     PIC 9(05) VALUE ZEROS.
           02  WS-FICHA-C     PIC 9(05) VALUE ZEROS.
           02  WS-REEMITIDAS  PIC 9(05) VALUE ZEROS.
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       01  WS-DATA-AUX.
           02  WS-AUX-ANO     PIC 9(04) VALUE ZEROS.
           02  WS-AUX-MES     PIC 9(02) VALUE ZEROS.
           02  WS-AUX-DIA     PIC 9(02) VALUE ZEROS.
      *    Unidades vencidas, em ordem de prioridade: reemissao (0)
      *    antes de contagem nova (1), acerto mais antigo primeiro e,
      *    no empate, a classe mais valiosa.
       01  WS-TABELA-DEVIDAS.
           02  WS-DEVIDA OCCURS 2000 TIMES.
               03  TB-CHAVE.
                   04  TB-PRIORIDADE  PIC X(01).
                   04  TB-DATA-REF    PIC 9(08).
                   04  TB-CLASSE      PIC X(01).
                   04  TB-COD-PRODUTO PIC 9(04).
                   04  TB-COD-LOCAL   PIC 9(02).
       01  WS-DEVIDA-TROCA    PIC X(16).
      *    Unidades da ficha do dia, por local e produto.
       01  WS-TABELA-FICHA.
           02  WS-FICHA OCCURS 2000 TIMES.
               03  TF-CHAVE.
                   04  TF-COD-LOCAL   PIC 9(02).
                   04  TF-COD-PRODUTO PIC 9(04).
               03  TF-CLASSE      PIC X(01).
               03  TF-PRIORIDADE  PIC X(01).
       01  WS-FICHA-TROCA     PIC X(08).
       01  WS-CAB-01          PIC X(80) VALUE
           "FICHA DE CONTAGEM CICLICA (CONTAGEM CEGA)".
       01  WS-CAB-LOCAL.
           02  FILLER         PIC X(08) VALUE "LOCAL: ".
           02  CAB-COD-LOCAL  PIC 9(02).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-LOCAL PIC X(30).
           02  FILLER         PIC X(07) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "DATA: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "UN".
           02  FILLER         PIC X(06) VALUE "CL".
           02  FILLER         PIC X(17) VALUE "QTD CONTADA".
           02  FILLER         PIC X(04) VALUE "REEM".
       01  WS-DETALHE.
           02  DET-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-NOME       PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-UNIDADE    PIC X(02).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CLASSE     PIC X(01).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(14) VALUE ALL "_".
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DET-REEMISSAO  PIC X(01).
       01  WS-LINHA-TOT-LOCAL.
           02  FILLER         PIC X(30) VALUE
               "ITENS NESTE LOCAL............:".
           02  TOT-LOCAL      PIC ZZZ9.
       01  WS-LINHA-ASSINA-1.
           02  FILLER         PIC X(30) VALUE ALL "_".
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE ALL "_".
       01  WS-LINHA-ASSINA-2.
           02  FILLER         PIC X(35) VALUE
               "CONTADO POR (NOME/DATA/HORA)".
           02  FILLER         PIC X(30) VALUE "CONFERIDO POR".
       01  WS-CAB-RESUMO      PIC X(80) VALUE
           "RESUMO DA PROGRAMACAO".
       01  WS-LINHA-CLASSE.
           02  FILLER         PIC X(07) VALUE "CLASSE ".
           02  RES-CLASSE     PIC X(01).
           02  FILLER         PIC X(03) VALUE " - ".
           02  RES-CICLO      PIC X(12).
           02  FILLER         PIC X(09) VALUE " UNIDADES".
           02  RES-UNIDADES   PIC ZZZZ9.
           02  FILLER         PIC X(11) VALUE "  NA FICHA ".
           02  RES-FICHA      PIC ZZZZ9.
       01  WS-LINHA-REEMITIDAS.
           02  FILLER         PIC X(30) VALUE
               "REEMITIDAS (SEM CONTAGEM)....:".
           02  TOT-REEMITIDAS PIC ZZZZ9.
       01  WS-LINHA-LIMITE.
           02  FILLER         PIC X(30) VALUE
               "LIMITE DIARIO................:".
           02  TOT-LIMITE     PIC ZZZZ9.
       01  WS-LINHA-ADIADAS.
           02  FILLER         PIC X(30) VALUE
               "VENCIDAS ADIADAS P/ PROXIMAS.:".
           02  TOT-ADIADAS    PIC ZZZZ9.
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUMA CONTAGEM PROGRAMADA PARA A DATA".
       01  WS-LINHA-SEMCLASSE PIC X(80) VALUE
           "*** CLASSIFICACAO ABC NAO ENCONTRADA - TODOS COMO CLASSE C".
       01  WS-LINHA-ESTOURO.
           02  FILLER         PIC X(37) VALUE
               "*** TABELA CHEIA - NAO PROGRAMADAS..:".
           02  EST-PERDIDOS   PIC ZZZZ9.
           02  FILLER         PIC X(09) VALUE " UNIDADES".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-AVALIA THRU 030-99-FIM-AVALIA
               UNTIL FIM-ARQUIVO.
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
           PERFORM 045-00-SELECIONA THRU 045-99-FIM-SELECIONA.
           PERFORM 050-00-IMPRIME THRU 050-99-FIM-IMPRIME.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Data da ficha (AAAAMMDD, 0=hoje)..........: ".
           ACCEPT WS-DATA-FICHA.
           IF WS-DATA-FICHA = ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-FICHA.
           MOVE WS-DATA-FICHA TO WS-DATA-HOJE.
           DISPLAY "Limite de itens na ficha (0=calculado)....: ".
           ACCEPT WS-LIMITE.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT SALDOLOC-S.
           IF WS-FS-SALDOLOC = "00"
              MOVE "S" TO WS-TEM-SALDOLOC
           END-IF.
           OPEN INPUT CLASSABC-S.
           IF WS-FS-CLASSABC = "00"
              MOVE "S" TO WS-TEM-CLASSABC
           END-IF.
           OPEN I-O CONTCIC-S.
           IF WS-FS-CONTCIC = "35"
              OPEN OUTPUT CONTCIC-S
              CLOSE CONTCIC-S
              OPEN I-O CONTCIC-S
           END-IF.
           IF WS-FS-CONTCIC NOT = "00"
              DISPLAY "Erro ao Abrir CONTCIC.DAT - Status: "
                  WS-FS-CONTCIC
              STOP RUN
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS = "00"
              MOVE "S" TO WS-TEM-LOCAIS
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE LOW-VALUES TO COD-PRODUTO.
           START ALMOX-S KEY NOT < COD-PRODUTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
              READ ALMOX-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-READ
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Para cada produto, a classe e as unidades de contagem:
      *    os locais com saldo e o estoque sem local definido.
       030-00-AVALIA.
           MOVE "C" TO WS-CLASSE.
           IF WS-TEM-CLASSABC = "S"
              MOVE COD-PRODUTO TO CA-COD-PRODUTO
              READ CLASSABC-S
                  NOT INVALID KEY
                      MOVE CA-CLASSE TO WS-CLASSE
              END-READ
           END-IF.
           IF WS-CLASSE = "A"
              MOVE 01 TO WS-INTERVALO
           ELSE
              IF WS-CLASSE = "B"
                 MOVE 03 TO WS-INTERVALO
              ELSE
                 MOVE "C" TO WS-CLASSE
                 MOVE 06 TO WS-INTERVALO
              END-IF
           END-IF.
           MOVE ZEROS TO WS-SOMA-LOCAIS.
           IF WS-TEM-SALDOLOC = "N"
              GO TO 030-50-SEM-LOCAL.
           MOVE COD-PRODUTO TO SL-COD-PRODUTO.
           MOVE ZEROS TO SL-COD-LOCAL.
           START SALDOLOC-S KEY NOT < SL-CHAVE
               INVALID KEY
                   GO TO 030-50-SEM-LOCAL
           END-START.
       030-10-LE-LOCAL.
           READ SALDOLOC-S NEXT RECORD
               AT END
                   GO TO 030-50-SEM-LOCAL
           END-READ.
           IF SL-COD-PRODUTO NOT = COD-PRODUTO
              GO TO 030-50-SEM-LOCAL.
           IF SL-QTD = ZEROS OR SL-COD-LOCAL = ZEROS
              GO TO 030-10-LE-LOCAL.
           ADD SL-QTD TO WS-SOMA-LOCAIS.
           MOVE SL-COD-LOCAL TO WS-LOCAL-UNID.
           PERFORM 035-00-UNIDADE THRU 035-99-FIM-UNIDADE.
           GO TO 030-10-LE-LOCAL.
       030-50-SEM-LOCAL.
           IF QTD-ESTOQUE > WS-SOMA-LOCAIS
              MOVE ZEROS TO WS-LOCAL-UNID
              PERFORM 035-00-UNIDADE THRU 035-99-FIM-UNIDADE
           END-IF.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-AVALIA.
           EXIT.
      *
      *    Decide se a unidade (COD-PRODUTO, WS-LOCAL-UNID) esta
      *    vencida e a guarda na tabela com a sua prioridade.
       035-00-UNIDADE.
           IF WS-CLASSE = "A"
              ADD 1 TO WS-UNID-A
           ELSE
              IF WS-CLASSE = "B"
                 ADD 1 TO WS-UNID-B
              ELSE
                 ADD 1 TO WS-UNID-C
              END-IF
           END-IF.
           MOVE COD-PRODUTO   TO CC-COD-PRODUTO.
           MOVE WS-LOCAL-UNID TO CC-COD-LOCAL.
           READ CONTCIC-S
               INVALID KEY
                   MOVE "1" TO WS-PRIORIDADE
                   MOVE ZEROS TO WS-DATA-REF
                   GO TO 035-50-GUARDA
           END-READ.
           IF CICLO-CONTADO
              GO TO 035-99-FIM-UNIDADE.
           IF CICLO-NA-FICHA
              MOVE "0" TO WS-PRIORIDADE
              MOVE CC-DATA-FICHA TO WS-DATA-REF
              GO TO 035-50-GUARDA.
           MOVE CC-ULT-ACERTO TO WS-DATA-AUX.
           COMPUTE WS-MESES = ((WS-HOJE-ANO * 12) + WS-HOJE-MES)
                            - ((WS-AUX-ANO * 12) + WS-AUX-MES).
           IF WS-MESES < WS-INTERVALO
              GO TO 035-99-FIM-UNIDADE.
           MOVE "1" TO WS-PRIORIDADE.
           MOVE CC-ULT-ACERTO TO WS-DATA-REF.
       035-50-GUARDA.
           IF WS-QTD-DEVIDAS NOT < 2000
              ADD 1 TO WS-PERDIDOS
              GO TO 035-99-FIM-UNIDADE.
           ADD 1 TO WS-QTD-DEVIDAS.
           MOVE WS-PRIORIDADE TO TB-PRIORIDADE (WS-QTD-DEVIDAS).
           MOVE WS-DATA-REF   TO TB-DATA-REF (WS-QTD-DEVIDAS).
           MOVE WS-CLASSE     TO TB-CLASSE (WS-QTD-DEVIDAS).
           MOVE COD-PRODUTO   TO TB-COD-PRODUTO (WS-QTD-DEVIDAS).
           MOVE WS-LOCAL-UNID TO TB-COD-LOCAL (WS-QTD-DEVIDAS).
       035-99-FIM-UNIDADE.
           EXIT.
      *
       040-00-ORDENA.
           IF WS-QTD-DEVIDAS < 2
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
               UNTIL WS-IND >= WS-QTD-DEVIDAS.
       042-99-FIM-PASSADA.
           EXIT.
      *
       044-00-COMPARA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TB-CHAVE (WS-IND) > TB-CHAVE (WS-IND2)
              MOVE WS-DEVIDA (WS-IND)  TO WS-DEVIDA-TROCA
              MOVE WS-DEVIDA (WS-IND2) TO WS-DEVIDA (WS-IND)
              MOVE WS-DEVIDA-TROCA     TO WS-DEVIDA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       044-99-FIM-COMPARA.
           EXIT.
      *
      *    Aplica o limite diario e reordena a ficha por local e
      *    produto, marcando cada unidade como na ficha.
       045-00-SELECIONA.
           IF WS-LIMITE = ZEROS
              COMPUTE WS-LIMITE = (WS-UNID-A / 20) + (WS-UNID-B / 60)
                                + (WS-UNID-C / 120) + 1
           END-IF.
           MOVE 1 TO WS-IND.
       045-10-PROXIMA.
           IF WS-IND > WS-QTD-DEVIDAS OR WS-QTD-FICHA NOT < WS-LIMITE
              GO TO 045-50-ORDENA-FICHA.
           ADD 1 TO WS-QTD-FICHA.
           MOVE TB-COD-LOCAL (WS-IND)   TO TF-COD-LOCAL (WS-QTD-FICHA).
           MOVE TB-COD-PRODUTO (WS-IND)
               TO TF-COD-PRODUTO (WS-QTD-FICHA).
           MOVE TB-CLASSE (WS-IND)      TO TF-CLASSE (WS-QTD-FICHA).
           MOVE TB-PRIORIDADE (WS-IND)
               TO TF-PRIORIDADE (WS-QTD-FICHA).
           PERFORM 047-00-MARCA-FICHA THRU 047-99-FIM-MARCA.
           ADD 1 TO WS-IND.
           GO TO 045-10-PROXIMA.
       045-50-ORDENA-FICHA.
           IF WS-QTD-FICHA < 2
              GO TO 045-99-FIM-SELECIONA.
           MOVE "S" TO WS-TROCOU.
           PERFORM 046-00-PASSADA THRU 046-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
       045-99-FIM-SELECIONA.
           EXIT.
      *
       046-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
       046-10-COMPARA.
           IF WS-IND >= WS-QTD-FICHA
              GO TO 046-99-FIM-PASSADA.
           COMPUTE WS-IND2 = WS-IND + 1.
           IF TF-CHAVE (WS-IND) > TF-CHAVE (WS-IND2)
              MOVE WS-FICHA (WS-IND)  TO WS-FICHA-TROCA
              MOVE WS-FICHA (WS-IND2) TO WS-FICHA (WS-IND)
              MOVE WS-FICHA-TROCA     TO WS-FICHA (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
           GO TO 046-10-COMPARA.
       046-99-FIM-PASSADA.
           EXIT.
      *
       047-00-MARCA-FICHA.
           MOVE TB-COD-PRODUTO (WS-IND) TO CC-COD-PRODUTO.
           MOVE TB-COD-LOCAL (WS-IND)   TO CC-COD-LOCAL.
           READ CONTCIC-S
               INVALID KEY
                   MOVE ZEROS TO CC-ULT-ACERTO
                   MOVE TB-CLASSE (WS-IND) TO CC-CLASSE
                   MOVE "F" TO CC-SITUACAO
                   MOVE WS-DATA-FICHA TO CC-DATA-FICHA
                   MOVE ZEROS TO CC-QTD-CONTADA
                   MOVE ZEROS TO CC-DATA-CONTAGEM
                   WRITE REG-CONTCIC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 047-99-FIM-MARCA
           END-READ.
           MOVE TB-CLASSE (WS-IND) TO CC-CLASSE.
           MOVE "F" TO CC-SITUACAO.
           MOVE WS-DATA-FICHA TO CC-DATA-FICHA.
           MOVE ZEROS TO CC-QTD-CONTADA.
           MOVE ZEROS TO CC-DATA-CONTAGEM.
           REWRITE REG-CONTCIC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       047-99-FIM-MARCA.
           EXIT.
      *
       050-00-IMPRIME.
           IF WS-TEM-CLASSABC = "N"
              MOVE WS-LINHA-SEMCLASSE TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           IF WS-QTD-FICHA = ZEROS
              MOVE WS-CAB-01 TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 050-99-FIM-IMPRIME.
           MOVE 1 TO WS-IND.
           PERFORM 055-00-LINHA THRU 055-99-FIM-LINHA
               UNTIL WS-IND > WS-QTD-FICHA.
           PERFORM 058-00-FECHA-LOCAL THRU 058-99-FIM-FECHA-LOCAL.
       050-99-FIM-IMPRIME.
           EXIT.
      *
       055-00-LINHA.
           IF WS-PRIMEIRO = "S"
              OR TF-COD-LOCAL (WS-IND) NOT = WS-LOCAL-ANT
              IF WS-PRIMEIRO = "N"
                 PERFORM 058-00-FECHA-LOCAL THRU 058-99-FIM-FECHA-LOCAL
              END-IF
              MOVE "N" TO WS-PRIMEIRO
              MOVE TF-COD-LOCAL (WS-IND) TO WS-LOCAL-ANT
              PERFORM 056-00-CABECA-LOCAL THRU 056-99-FIM-CABECA
           END-IF.
           MOVE TF-COD-PRODUTO (WS-IND) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           MOVE TF-COD-PRODUTO (WS-IND) TO DET-CODIGO.
           MOVE NOME-PRODUTO TO DET-NOME.
           MOVE UNIDADE-MEDIDA TO DET-UNIDADE.
           MOVE TF-CLASSE (WS-IND) TO DET-CLASSE.
           IF TF-PRIORIDADE (WS-IND) = "0"
              MOVE "*" TO DET-REEMISSAO
              ADD 1 TO WS-REEMITIDAS
           ELSE
              MOVE SPACES TO DET-REEMISSAO
           END-IF.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-CONT-LOCAL.
           IF TF-CLASSE (WS-IND) = "A"
              ADD 1 TO WS-FICHA-A
           ELSE
              IF TF-CLASSE (WS-IND) = "B"
                 ADD 1 TO WS-FICHA-B
              ELSE
                 ADD 1 TO WS-FICHA-C
              END-IF
           END-IF.
           ADD 1 TO WS-IND.
       055-99-FIM-LINHA.
           EXIT.
      *
       056-00-CABECA-LOCAL.
           MOVE ZEROS TO WS-CONT-LOCAL.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LOCAL-ANT TO CAB-COD-LOCAL.
           IF WS-LOCAL-ANT = ZEROS
              MOVE "(ESTOQUE SEM LOCAL DEFINIDO)" TO CAB-NOME-LOCAL
           ELSE
              MOVE "NAO CADASTRADO" TO CAB-NOME-LOCAL
              IF WS-TEM-LOCAIS = "S"
                 MOVE WS-LOCAL-ANT TO LC-COD-LOCAL
                 READ LOCAIS-S
                     NOT INVALID KEY
                         MOVE LC-NOME TO CAB-NOME-LOCAL
                 END-READ
              END-IF
           END-IF.
           MOVE WS-DATA-FICHA (7:2) TO CAB-DIA.
           MOVE WS-DATA-FICHA (5:2) TO CAB-MES.
           MOVE WS-DATA-FICHA (1:4) TO CAB-ANO.
           MOVE WS-CAB-LOCAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       056-99-FIM-CABECA.
           EXIT.
      *
       058-00-FECHA-LOCAL.
           MOVE WS-CONT-LOCAL TO TOT-LOCAL.
           MOVE WS-LINHA-TOT-LOCAL TO LINHA-RELATORIO.
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
       058-99-FIM-FECHA-LOCAL.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "A" TO RES-CLASSE.
           MOVE "MENSAL" TO RES-CICLO.
           MOVE WS-UNID-A TO RES-UNIDADES.
           MOVE WS-FICHA-A TO RES-FICHA.
           MOVE WS-LINHA-CLASSE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "B" TO RES-CLASSE.
           MOVE "TRIMESTRAL" TO RES-CICLO.
           MOVE WS-UNID-B TO RES-UNIDADES.
           MOVE WS-FICHA-B TO RES-FICHA.
           MOVE WS-LINHA-CLASSE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "C" TO RES-CLASSE.
           MOVE "SEMESTRAL" TO RES-CICLO.
           MOVE WS-UNID-C TO RES-UNIDADES.
           MOVE WS-FICHA-C TO RES-FICHA.
           MOVE WS-LINHA-CLASSE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-REEMITIDAS TO TOT-REEMITIDAS.
           MOVE WS-LINHA-REEMITIDAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LIMITE TO TOT-LIMITE.
           MOVE WS-LINHA-LIMITE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           COMPUTE TOT-ADIADAS = WS-QTD-DEVIDAS - WS-QTD-FICHA.
           MOVE WS-LINHA-ADIADAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-PERDIDOS > ZEROS
              MOVE WS-PERDIDOS TO EST-PERDIDOS
              MOVE WS-LINHA-ESTOURO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           IF WS-TEM-SALDOLOC = "S"
              CLOSE SALDOLOC-S
           END-IF.
           IF WS-TEM-CLASSABC = "S"
              CLOSE CLASSABC-S
           END-IF.
           CLOSE CONTCIC-S.
           IF WS-TEM-LOCAIS = "S"
              CLOSE LOCAIS-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CICLGER ---------***
