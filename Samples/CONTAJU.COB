      * tomada (subprograma TRAVA), como o MOVPOST faz, para nao
      * gerar acertos enquanto uma tela regrava ALMOX.DAT; se a
      * trava estiver em poder de outro programa, o acerto nao roda.
      * A contagem tambem pode ser a ciclica (parametro C): le entao
      * CONTCIC.DAT, as unidades produto/local ja contadas pelo
      * CICLCAD, e compara cada uma com o saldo do local em
      * SALDOLOC.DAT (no local 00, o saldo geral menos a soma dos
      * locais). O movimento de acerto leva o local, para o MOVPOST
      * corrigir tambem SALDOLOC. No modo efetivo cada unidade
      * processada, com ou sem diferenca, vai para o historico
      * CICLHIST.DAT (livro, contado e custo, base do indice de
      * acuracidade do CICLACU) e volta a situacao A em CONTCIC.DAT
      * com a data do acerto, para o CICLGER programar a proxima.
      * O material emprestado (itens abertos ou parciais do EMPCAD em
      * EMPREST.DAT) continua no saldo mas nao esta na prateleira, e
      * o consignado (saldo dos acordos do CONSCAD em CONSIG.DAT) esta
      * na prateleira mas fora do saldo. Na contagem mensal o contado
      * e comparado com o esperado na prateleira: livro menos o
      * emprestado mais o consignado. Na ciclica, que e por local e
      * esses saldos nao tem local, a falta ate o emprestado e a
      * sobra ate o consignado sao atribuidas a eles e nao geram
      * acerto; so o que passar disso e acertado. As quantidades de
      * terceiros saem numa linha abaixo do item no relatorio.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT CONTCIC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-FS-CONTCIC.
           SELECT SALDOLOC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SALDOLOC.
           SELECT EMPREST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-COD-PRODUTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EP-COD-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.
           SELECT CONSIG-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               ALTERNATE RECORD KEY IS CG-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONSIG.
           SELECT CICLHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CICLHIST.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
           SELECT RELATORIO-S ASSIGN TO DISK
               03  CF-ANO     PIC 9(04).
               03  CF-MES     PIC 9(02).
               03  CF-DIA     PIC 9(02).
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
           02  CC-DATA-CONTAGEM.
               03  CC-ANO     PIC 9(04).
               03  CC-MES     PIC 9(02).
               03  CC-DIA     PIC 9(02).
           02  CC-ULT-ACERTO  PIC 9(08).
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
       FD EMPREST-S
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-EMPREST
           VALUE OF FILE-ID "EMPREST.DAT".
       01  REG-EMPREST.
           02  EP-CHAVE.
               03  EP-NUMERO  PIC 9(06).
               03  EP-ITEM    PIC 9(02).
           02  EP-COD-PRODUTO PIC 9(04).
           02  EP-COD-DEPTO   PIC 9(04).
           02  EP-TOMADOR     PIC X(30).
           02  EP-QTD         PIC 9(04).
           02  EP-QTD-DEVOL   PIC 9(04).
           02  EP-QTD-PERDA   PIC 9(04).
           02  EP-DATA-SAIDA  PIC 9(08).
           02  EP-DATA-PREVISTA PIC 9(08).
           02  EP-DATA-DEVOL  PIC 9(08).
           02  EP-SITUACAO    PIC X(01).
               88  EMPREST-ABERTO      VALUE "A".
               88  EMPREST-PARCIAL     VALUE "P".
               88  EMPREST-DEVOLVIDO   VALUE "D".
           02  EP-OPERADOR    PIC 9(04).
           02  FILLER         PIC X(13).
       FD CONSIG-S
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONSIG
           VALUE OF FILE-ID "CONSIG.DAT".
       01  REG-CONSIG.
           02  CG-CHAVE.
               03  CG-COD-FORNEC  PIC 9(04).
               03  CG-COD-PRODUTO PIC 9(04).
           02  CG-PRECO       PIC 9(05)V99.
           02  CG-REGRA       PIC X(01).
               88  REGRA-CONSIG-PRIMEIRO   VALUE "C".
               88  REGRA-PROPRIO-PRIMEIRO  VALUE "P".
           02  CG-SALDO       PIC 9(05).
           02  CG-DATA        PIC 9(08).
           02  CG-OPERADOR    PIC 9(04).
           02  FILLER         PIC X(07).
       FD CICLHIST-S
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CICLHIST
           VALUE OF FILE-ID "CICLHIST.DAT".
       01  REG-CICLHIST.
           02  CH-DATA        PIC 9(08).
           02  CH-COD-PRODUTO PIC 9(04).
           02  CH-COD-LOCAL   PIC 9(02).
           02  CH-CLASSE      PIC X(01).
           02  CH-QTD-LIVRO   PIC 9(04).
           02  CH-QTD-CONTADA PIC 9(04).
           02  CH-CUSTO-UNIT  PIC 9(05)V99.
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
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-AJUSTE       VALUE "A".
               88  ORIGEM-REQUIS       VALUE "R".
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           02  WS-FS-CONTAGEM PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FS-CONTCIC  PIC X(02) VALUE SPACES.
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-FS-CICLHIST PIC X(02) VALUE SPACES.
           02  WS-TEM-SALDOLOC PIC X(01) VALUE "N".
           02  WS-FS-EMPREST  PIC X(02) VALUE SPACES.
           02  WS-FS-CONSIG   PIC X(02) VALUE SPACES.
           02  WS-TEM-EMPREST PIC X(01) VALUE "N".
           02  WS-TEM-CONSIG  PIC X(01) VALUE "N".
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CONTAJU ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-MODO        PIC X(01) VALUE "S".
               88  MODO-SIMULA         VALUE "S".
               88  MODO-EFETIVA        VALUE "E".
           02  WS-CONTAGEM    PIC X(01) VALUE "M".
               88  CONTAGEM-MENSAL     VALUE "M".
               88  CONTAGEM-CICLICA    VALUE "C".
           02  WS-QTD-LIVRO   PIC 9(04) VALUE ZEROS.
           02  WS-SOMA-LOCAIS PIC 9(06) VALUE ZEROS.
           02  WS-DIF-QTD     PIC S9(04) VALUE ZEROS.
           02  WS-EMPRESTADO  PIC 9(06) VALUE ZEROS.
           02  WS-CONSIGNADO  PIC 9(06) VALUE ZEROS.
           02  WS-ESPERADO    PIC S9(06) VALUE ZEROS.
           02  WS-COBERTO     PIC 9(06) VALUE ZEROS.
           02  WS-CONT-GERADOS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-IGUAIS PIC 9(05) VALUE ZEROS.
           02  WS-CONT-SEMCAD PIC 9(05) VALUE ZEROS.
       01  WS-CAB-MODO.
           02  FILLER         PIC X(06) VALUE "MODO: ".
           02  CAB-MODO       PIC X(40).
       01  WS-CAB-TIPO.
           02  FILLER         PIC X(10) VALUE "CONTAGEM: ".
           02  CAB-TIPO       PIC X(40).
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-TIPO       PIC X(01).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DET-QTD-MOV    PIC ZZZ9.
       01  WS-CAB-02-CICLO.
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "LOC".
           02  FILLER         PIC X(26) VALUE "NOME DO PRODUTO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(06) VALUE "LIVRO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "CONTADA".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(04) VALUE "TIPO".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "QTD MOV.".
       01  WS-DETALHE-CICLO.
           02  DCI-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  DCI-LOCAL      PIC 99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DCI-NOME       PIC X(26).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DCI-LIVRO      PIC ZZZ9.
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DCI-CONTADA    PIC ZZZ9.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  DCI-TIPO       PIC X(01).
           02  FILLER         PIC X(05) VALUE SPACES.
           02  DCI-QTD-MOV    PIC ZZZ9.
       01  WS-LINHA-TERCEIROS.
           02  FILLER         PIC X(09) VALUE SPACES.
           02  FILLER         PIC X(12) VALUE "EMPRESTADO: ".
           02  TER-EMPRESTADO PIC ZZZZZ9.
           02  FILLER         PIC X(14) VALUE "  CONSIGNADO: ".
           02  TER-CONSIGNADO PIC ZZZZZ9.
           02  FILLER         PIC X(12) VALUE "  ESPERADO: ".
           02  TER-ESPERADO   PIC ZZZZZ9.
       01  WS-LINHA-SEMCAD.
           02  FILLER         PIC X(06) VALUE "CODIGO".
           02  FILLER         PIC X(02) VALUE SPACES.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           IF CONTAGEM-CICLICA
              PERFORM 035-00-PROCESSA-CICLO THRU 035-99-FIM-CICLO
                  UNTIL FIM-ARQUIVO
           ELSE
              PERFORM 030-00-PROCESSA THRU 030-99-FIM-PROCESSA
                  UNTIL FIM-ARQUIVO
           END-IF.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
           IF NOT MODO-EFETIVA
              MOVE "S" TO WS-MODO
           END-IF.
           DISPLAY "Contagem (M=Mensal / C=Ciclica): ".
           ACCEPT WS-CONTAGEM.
           IF WS-CONTAGEM = "c"
              MOVE "C" TO WS-CONTAGEM
           END-IF.
           IF NOT CONTAGEM-CICLICA
              MOVE "M" TO WS-CONTAGEM
           END-IF.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           IF CONTAGEM-CICLICA
              PERFORM 025-00-ABRIR-CICLO THRU 025-99-FIM-ABRIR-CICLO
           ELSE
              OPEN INPUT CONTAGEM-S
              IF WS-FS-CONTAGEM NOT = "00"
                 DISPLAY "Erro ao Abrir CONTAGEM.DAT - Status: "
                     WS-FS-CONTAGEM
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT EMPREST-S.
           IF WS-FS-EMPREST = "00"
              MOVE "S" TO WS-TEM-EMPREST
           END-IF.
           OPEN INPUT CONSIG-S.
           IF WS-FS-CONSIG = "00"
              MOVE "S" TO WS-TEM-CONSIG
           END-IF.
           IF MODO-EFETIVA
              OPEN EXTEND MOVTO-S
              IF WS-FS-MOVTO = "35"
           END-IF.
           MOVE WS-CAB-MODO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CONTAGEM-CICLICA
              MOVE "CICLICA POR LOCAL (CONTCIC.DAT)" TO CAB-TIPO
           ELSE
              MOVE "MENSAL (CONTAGEM.DAT)" TO CAB-TIPO
           END-IF.
           MOVE WS-CAB-TIPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CONTAGEM-CICLICA
              MOVE WS-CAB-02-CICLO TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 020-99-FIM-ABRIR.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ CONTAGEM-S
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       025-00-ABRIR-CICLO.
           IF MODO-EFETIVA
              OPEN I-O CONTCIC-S
           ELSE
              OPEN INPUT CONTCIC-S
           END-IF.
           IF WS-FS-CONTCIC NOT = "00"
              DISPLAY "Erro ao Abrir CONTCIC.DAT - Status: "
                  WS-FS-CONTCIC
              STOP RUN
           END-IF.
           OPEN INPUT SALDOLOC-S.
           IF WS-FS-SALDOLOC = "00"
              MOVE "S" TO WS-TEM-SALDOLOC
           END-IF.
           IF MODO-EFETIVA
              OPEN EXTEND CICLHIST-S
              IF WS-FS-CICLHIST = "35"
                 OPEN OUTPUT CICLHIST-S
                 CLOSE CICLHIST-S
                 OPEN EXTEND CICLHIST-S
              END-IF
              IF WS-FS-CICLHIST NOT = "00"
                 DISPLAY "Erro ao Abrir CICLHIST.DAT - Status: "
                     WS-FS-CICLHIST
                 STOP RUN
              END-IF
           END-IF.
       025-99-FIM-ABRIR-CICLO.
           EXIT.
      *
       030-00-PROCESSA.
           MOVE CF-COD-PRODUTO TO COD-PRODUTO.
           END-READ.
       030-99-FIM-PROCESSA.
           EXIT.
      *
      *
      *    Unidades produto/local contadas pelo CICLCAD (situacao C).
       035-00-PROCESSA-CICLO.
           READ CONTCIC-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 035-99-FIM-CICLO
           END-READ.
           IF NOT CICLO-CONTADO
              GO TO 035-99-FIM-CICLO.
           MOVE CC-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE CC-COD-PRODUTO TO SEM-CODIGO
                   MOVE WS-LINHA-SEMCAD TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   ADD 1 TO WS-CONT-SEMCAD
               NOT INVALID KEY
                   PERFORM 045-00-AJUSTA-CICLO THRU 045-99-FIM-CICLO
           END-READ.
       035-99-FIM-CICLO.
           EXIT.
      *
       040-00-AJUSTA.
           PERFORM 042-00-TERCEIROS THRU 042-99-FIM-TERCEIROS.
           COMPUTE WS-ESPERADO = QTD-ESTOQUE - WS-EMPRESTADO
               + WS-CONSIGNADO.
           IF WS-ESPERADO < ZEROS
              MOVE ZEROS TO WS-ESPERADO
           END-IF.
           COMPUTE WS-DIF-QTD = CF-QTD-CONTADA - WS-ESPERADO.
           IF WS-DIF-QTD = ZEROS
              ADD 1 TO WS-CONT-IGUAIS
              GO TO 040-99-FIM-AJUSTA.
           MOVE ZEROS TO MV-MOTIVO.
           MOVE "N" TO MV-UNID-COMPRA.
           MOVE "A" TO MV-ORIGEM.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           IF MODO-EFETIVA
              WRITE REG-MOVTO
           END-IF.
           MOVE MV-QTD         TO DET-QTD-MOV.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 044-00-LINHA-TERCEIROS THRU 044-99-FIM-LINHA.
       040-99-FIM-AJUSTA.
           EXIT.
      *
      *    Quantidades de terceiros do produto corrente: emprestado em
      *    aberto (emprestado menos devolvido e perdido dos itens A
      *    ou P) e saldo consignado de todos os acordos.
       042-00-TERCEIROS.
           MOVE ZEROS TO WS-EMPRESTADO.
           MOVE ZEROS TO WS-CONSIGNADO.
           IF WS-TEM-EMPREST NOT = "S"
              GO TO 042-50-CONSIG.
           MOVE COD-PRODUTO TO EP-COD-PRODUTO.
           START EMPREST-S KEY = EP-COD-PRODUTO
               INVALID KEY
                   GO TO 042-50-CONSIG
           END-START.
       042-10-LE-EMPREST.
           READ EMPREST-S NEXT RECORD
               AT END
                   GO TO 042-50-CONSIG
           END-READ.
           IF EP-COD-PRODUTO NOT = COD-PRODUTO
              GO TO 042-50-CONSIG.
           IF (EMPREST-ABERTO OR EMPREST-PARCIAL)
              AND EP-QTD > EP-QTD-DEVOL + EP-QTD-PERDA
              COMPUTE WS-EMPRESTADO = WS-EMPRESTADO + EP-QTD
                  - EP-QTD-DEVOL - EP-QTD-PERDA
           END-IF.
           GO TO 042-10-LE-EMPREST.
       042-50-CONSIG.
           IF WS-TEM-CONSIG NOT = "S"
              GO TO 042-99-FIM-TERCEIROS.
           MOVE COD-PRODUTO TO CG-COD-PRODUTO.
           START CONSIG-S KEY = CG-COD-PRODUTO
               INVALID KEY
                   GO TO 042-99-FIM-TERCEIROS
           END-START.
       042-60-LE-CONSIG.
           READ CONSIG-S NEXT RECORD
               AT END
                   GO TO 042-99-FIM-TERCEIROS
           END-READ.
           IF CG-COD-PRODUTO NOT = COD-PRODUTO
              GO TO 042-99-FIM-TERCEIROS.
           ADD CG-SALDO TO WS-CONSIGNADO.
           GO TO 042-60-LE-CONSIG.
       042-99-FIM-TERCEIROS.
           EXIT.
      *
       044-00-LINHA-TERCEIROS.
           IF WS-EMPRESTADO = ZEROS AND WS-CONSIGNADO = ZEROS
              GO TO 044-99-FIM-LINHA.
           MOVE WS-EMPRESTADO TO TER-EMPRESTADO.
           MOVE WS-CONSIGNADO TO TER-CONSIGNADO.
           MOVE WS-ESPERADO   TO TER-ESPERADO.
           MOVE WS-LINHA-TERCEIROS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       044-99-FIM-LINHA.
           EXIT.
      *
      *    Saldo em livro do local: o registro de SALDOLOC ou, no local
      *    00, o saldo geral menos a soma dos locais.
       045-00-AJUSTA-CICLO.
           MOVE ZEROS TO WS-QTD-LIVRO.
           MOVE ZEROS TO WS-SOMA-LOCAIS.
           IF WS-TEM-SALDOLOC = "N"
              GO TO 045-40-SEM-LOCAL.
           MOVE CC-COD-PRODUTO TO SL-COD-PRODUTO.
           IF CC-COD-LOCAL NOT = ZEROS
              MOVE CC-COD-LOCAL TO SL-COD-LOCAL
              READ SALDOLOC-S
                  NOT INVALID KEY
                      MOVE SL-QTD TO WS-QTD-LIVRO
              END-READ
              GO TO 045-50-DIFERENCA.
           MOVE ZEROS TO SL-COD-LOCAL.
           START SALDOLOC-S KEY NOT < SL-CHAVE
               INVALID KEY
                   GO TO 045-40-SEM-LOCAL
           END-START.
       045-10-SOMA-LOCAL.
           READ SALDOLOC-S NEXT RECORD
               AT END
                   GO TO 045-40-SEM-LOCAL
           END-READ.
           IF SL-COD-PRODUTO NOT = CC-COD-PRODUTO
              GO TO 045-40-SEM-LOCAL.
           IF SL-COD-LOCAL NOT = ZEROS
              ADD SL-QTD TO WS-SOMA-LOCAIS.
           GO TO 045-10-SOMA-LOCAL.
       045-40-SEM-LOCAL.
           IF CC-COD-LOCAL = ZEROS AND QTD-ESTOQUE > WS-SOMA-LOCAIS
              COMPUTE WS-QTD-LIVRO = QTD-ESTOQUE - WS-SOMA-LOCAIS.
       045-50-DIFERENCA.
           PERFORM 042-00-TERCEIROS THRU 042-99-FIM-TERCEIROS.
           MOVE WS-QTD-LIVRO TO WS-ESPERADO.
           MOVE ZEROS TO WS-COBERTO.
           IF CC-QTD-CONTADA < WS-QTD-LIVRO
              COMPUTE WS-COBERTO = WS-QTD-LIVRO - CC-QTD-CONTADA
              IF WS-COBERTO > WS-EMPRESTADO
                 MOVE WS-EMPRESTADO TO WS-COBERTO
              END-IF
              SUBTRACT WS-COBERTO FROM WS-ESPERADO
           END-IF.
           IF CC-QTD-CONTADA > WS-QTD-LIVRO
              COMPUTE WS-COBERTO = CC-QTD-CONTADA - WS-QTD-LIVRO
              IF WS-COBERTO > WS-CONSIGNADO
                 MOVE WS-CONSIGNADO TO WS-COBERTO
              END-IF
              ADD WS-COBERTO TO WS-ESPERADO
           END-IF.
           COMPUTE WS-DIF-QTD = CC-QTD-CONTADA - WS-ESPERADO.
           IF MODO-EFETIVA
              MOVE CC-DATA-CONTAGEM TO CH-DATA
              MOVE CC-COD-PRODUTO   TO CH-COD-PRODUTO
              MOVE CC-COD-LOCAL     TO CH-COD-LOCAL
              MOVE CC-CLASSE        TO CH-CLASSE
              MOVE WS-ESPERADO      TO CH-QTD-LIVRO
              MOVE CC-QTD-CONTADA   TO CH-QTD-CONTADA
              MOVE CUSTO-UNITARIO   TO CH-CUSTO-UNIT
              WRITE REG-CICLHIST
              MOVE "A" TO CC-SITUACAO
              MOVE CC-DATA-CONTAGEM TO CC-ULT-ACERTO
              REWRITE REG-CONTCIC
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF.
           IF WS-DIF-QTD = ZEROS
              ADD 1 TO WS-CONT-IGUAIS
              GO TO 045-99-FIM-CICLO.
           MOVE CC-COD-PRODUTO TO MV-COD-PRODUTO.
           IF WS-DIF-QTD > ZEROS
              MOVE "E" TO MV-TIPO
              MOVE WS-DIF-QTD TO MV-QTD
              MOVE CUSTO-UNITARIO TO MV-CUSTO-UNIT
           ELSE
              MOVE "S" TO MV-TIPO
              COMPUTE MV-QTD = ZEROS - WS-DIF-QTD
              MOVE ZEROS TO MV-CUSTO-UNIT
           END-IF.
           MOVE CC-ANO TO MV-ANO.
           MOVE CC-MES TO MV-MES.
           MOVE CC-DIA TO MV-DIA.
           MOVE CC-COD-LOCAL TO MV-LOCAL.
           MOVE ZEROS TO MV-LOCAL-DEST.
           MOVE SPACES TO MV-LOTE.
           MOVE ZEROS TO MV-VALIDADE.
           MOVE ZEROS TO MV-COD-DEPTO.
           MOVE ZEROS TO MV-NUMERO-REQ.
           MOVE ZEROS TO MV-MOTIVO.
           MOVE "N" TO MV-UNID-COMPRA.
           MOVE "A" TO MV-ORIGEM.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           IF MODO-EFETIVA
              WRITE REG-MOVTO
           END-IF.
           ADD 1 TO WS-CONT-GERADOS.
           MOVE CC-COD-PRODUTO TO DCI-CODIGO.
           MOVE CC-COD-LOCAL   TO DCI-LOCAL.
           MOVE NOME-PRODUTO   TO DCI-NOME.
           MOVE WS-QTD-LIVRO   TO DCI-LIVRO.
           MOVE CC-QTD-CONTADA TO DCI-CONTADA.
           MOVE MV-TIPO        TO DCI-TIPO.
           MOVE MV-QTD         TO DCI-QTD-MOV.
           MOVE WS-DETALHE-CICLO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 044-00-LINHA-TERCEIROS THRU 044-99-FIM-LINHA.
       045-99-FIM-CICLO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           EXIT.
      *
       090-00-FECHAR.
           IF CONTAGEM-CICLICA
              CLOSE CONTCIC-S
              IF WS-TEM-SALDOLOC = "S"
                 CLOSE SALDOLOC-S
              END-IF
              IF MODO-EFETIVA
                 CLOSE CICLHIST-S
              END-IF
           ELSE
              CLOSE CONTAGEM-S
           END-IF.
           CLOSE ALMOX-S.
           IF WS-TEM-EMPREST = "S"
              CLOSE EMPREST-S
           END-IF.
           IF WS-TEM-CONSIG = "S"
              CLOSE CONSIG-S
           END-IF.
           IF MODO-EFETIVA
              CLOSE MOVTO-S
              MOVE "L" TO WS-TR-FUNCAO
