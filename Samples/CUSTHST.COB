       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTHST.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CUSTHST - EVOLUCAO DO CUSTO UNITARIO POR PRODUTO
      * Le o historico de custos CUSTHIST.DAT (gravado pelo MOVPOST,
      * CUSTAJU, PRODMRG, PRODIMP e pela tela do ALMOX a cada mudanca
      * do CUSTO-UNITARIO) e, para um produto ou uma faixa de codigos
      * e um periodo de datas, lista o custo vigente no inicio do
      * periodo, cada mudanca dentro dele (data, hora, custo anterior,
      * custo novo, variacao e causa: entrada com ordem e nota,
      * devolucao, reajuste, fusao, cadastro ou alteracao manual com
      * o operador) e o custo vigente no fim do periodo.
      * O custo de uma data e o custo novo da ultima mudanca ate
      * aquela data; sem mudanca anterior vale o custo anterior da
      * primeira mudanca seguinte e, sem nenhuma mudanca registrada,
      * o custo atual do ALMOX.DAT. O extrato sai em CUSTHST.LST.
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
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CUSTHST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "CUSTHST ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ALMOX   PIC X(01) VALUE "N".
               88  FIM-ALMOX           VALUE "S".
           02  WS-FIM-HIST    PIC X(01) VALUE "N".
               88  FIM-HIST            VALUE "S".
           02  WS-COD-INICIAL PIC 9(04) VALUE ZEROS.
           02  WS-COD-FINAL   PIC 9(04) VALUE ZEROS.
           02  WS-DATA-INICIAL PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FINAL  PIC 9(08) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-ACHOU-ANTES PIC X(01) VALUE "N".
           02  WS-HIST-ABERTO PIC X(01) VALUE "N".
           02  WS-INICIO-FEITO PIC X(01) VALUE "N".
           02  WS-CUSTO-VIGENTE PIC 9(05)V99 VALUE ZEROS.
           02  WS-QTD-MUDANCAS PIC 9(05) VALUE ZEROS.
           02  WS-VARIACAO    PIC S9(05)V99 VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "CUSTHST - EVOLUCAO DO CUSTO UNITARIO POR PRODUTO".
       01  WS-CAB-PERIODO.
           02  FILLER         PIC X(09) VALUE "PERIODO: ".
           02  CAB-INI-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-INI-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-INI-ANO    PIC 9(04).
           02  FILLER         PIC X(03) VALUE " A ".
           02  CAB-FIM-DIA    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-FIM-MES    PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-FIM-ANO    PIC 9(04).
       01  WS-CAB-PRODUTO.
           02  FILLER         PIC X(09) VALUE "PRODUTO: ".
           02  CAB-CODIGO     PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME       PIC X(30).
           02  FILLER         PIC X(14) VALUE " CUSTO ATUAL: ".
           02  CAB-CUSTO      PIC ZZ.ZZ9,99.
       01  WS-CAB-COLUNAS.
           02  FILLER         PIC X(10) VALUE "DATA".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(05) VALUE "HORA".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "CUSTO ANT".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "CUSTO NOV".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(08) VALUE "  VAR. %".
           02  FILLER         PIC X(02) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE "CAUSA".
       01  WS-LINHA-INICIAL.
           02  FILLER         PIC X(30) VALUE
               "CUSTO NO INICIO DO PERIODO...:".
           02  INI-CUSTO      PIC ZZ.ZZ9,99.
       01  WS-LINHA-FINAL.
           02  FILLER         PIC X(30) VALUE
               "CUSTO NO FIM DO PERIODO......:".
           02  FIN-CUSTO      PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(03) VALUE SPACES.
           02  FIN-QTD        PIC ZZZZ9.
           02  FILLER         PIC X(18) VALUE " MUDANCA(S)".
       01  WS-DETALHE.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ANO        PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-HOR        PIC 9(02).
           02  FILLER         PIC X(01) VALUE ":".
           02  DET-MIN        PIC 9(02).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CUSTO-ANT  PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CUSTO-NOVO PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-VARIACAO   PIC -ZZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CAUSA      PIC X(30).
       01  WS-CAUSA-NUM.
           02  CN-TEXTO       PIC X(14).
           02  CN-NUMERO      PIC 9(06).
           02  CN-TEXTO-2     PIC X(04).
           02  CN-NUMERO-2    PIC 9(06).
       01  WS-CAUSA-OPER.
           02  CO-TEXTO       PIC X(17).
           02  FILLER         PIC X(06) VALUE " OPER ".
           02  CO-OPERADOR    PIC 9(04).
           02  FILLER         PIC X(03) VALUE SPACES.
       01  WS-LINHA-SEMMUD    PIC X(80) VALUE
           "   (sem mudanca de custo no periodo)".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-PRODUTO THRU 030-99-FIM-PRODUTO
               UNTIL FIM-ALMOX.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Codigo do produto inicial: ".
           ACCEPT WS-COD-INICIAL.
           DISPLAY "Codigo do produto final..: ".
           ACCEPT WS-COD-FINAL.
           IF WS-COD-FINAL = ZEROS OR WS-COD-FINAL < WS-COD-INICIAL
              MOVE WS-COD-INICIAL TO WS-COD-FINAL
           END-IF.
           DISPLAY "Data inicial AAAAMMDD....: ".
           ACCEPT WS-DATA-INICIAL.
           DISPLAY "Data final (0 = hoje)....: ".
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL = ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-FINAL
           END-IF.
           IF WS-DATA-FINAL < WS-DATA-INICIAL
              MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF.
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
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-DATA-INICIAL (7:2) TO CAB-INI-DIA.
           MOVE WS-DATA-INICIAL (5:2) TO CAB-INI-MES.
           MOVE WS-DATA-INICIAL (1:4) TO CAB-INI-ANO.
           MOVE WS-DATA-FINAL (7:2) TO CAB-FIM-DIA.
           MOVE WS-DATA-FINAL (5:2) TO CAB-FIM-MES.
           MOVE WS-DATA-FINAL (1:4) TO CAB-FIM-ANO.
           MOVE WS-CAB-PERIODO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-COD-INICIAL TO COD-PRODUTO.
           START ALMOX-S KEY NOT < COD-PRODUTO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ALMOX
           END-START.
           IF NOT FIM-ALMOX
              READ ALMOX-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ALMOX
              END-READ
           END-IF.
           IF NOT FIM-ALMOX AND COD-PRODUTO > WS-COD-FINAL
              MOVE "S" TO WS-FIM-ALMOX
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
       030-00-PRODUTO.
           PERFORM 040-00-EXTRATO THRU 040-99-FIM-EXTRATO.
           READ ALMOX-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ALMOX
           END-READ.
           IF NOT FIM-ALMOX AND COD-PRODUTO > WS-COD-FINAL
              MOVE "S" TO WS-FIM-ALMOX
           END-IF.
       030-99-FIM-PRODUTO.
           EXIT.
      *
      *    Uma passada no historico (gravado em ordem de ocorrencia)
      *    por produto: as mudancas anteriores ao periodo so acertam
      *    o custo vigente; a primeira mudanca do periodo imprime o
      *    custo do inicio antes da propria linha.
       040-00-EXTRATO.
           MOVE COD-PRODUTO    TO CAB-CODIGO.
           MOVE NOME-PRODUTO   TO CAB-NOME.
           MOVE CUSTO-UNITARIO TO CAB-CUSTO.
           MOVE WS-CAB-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-VIGENTE.
           MOVE "N" TO WS-ACHOU-ANTES.
           MOVE "N" TO WS-INICIO-FEITO.
           MOVE ZEROS TO WS-QTD-MUDANCAS.
           MOVE "N" TO WS-FIM-HIST.
           MOVE "N" TO WS-HIST-ABERTO.
           OPEN INPUT CUSTHIST-S.
           IF WS-FS-CUSTHIST NOT = "00"
              MOVE "S" TO WS-FIM-HIST
           ELSE
              MOVE "S" TO WS-HIST-ABERTO
              READ CUSTHIST-S
                  AT END
                      MOVE "S" TO WS-FIM-HIST
              END-READ
           END-IF.
           PERFORM 045-00-MUDANCA THRU 045-99-FIM-MUDANCA
               UNTIL FIM-HIST.
           IF WS-HIST-ABERTO = "S"
              CLOSE CUSTHIST-S
           END-IF.
           IF WS-INICIO-FEITO = "N"
              PERFORM 050-00-INICIO THRU 050-99-FIM-INICIO
              MOVE WS-LINHA-SEMMUD TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           MOVE WS-CUSTO-VIGENTE TO FIN-CUSTO.
           MOVE WS-QTD-MUDANCAS  TO FIN-QTD.
           MOVE WS-LINHA-FINAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       040-99-FIM-EXTRATO.
           EXIT.
      *
       045-00-MUDANCA.
           IF CH-COD-PRODUTO NOT = COD-PRODUTO
              OR CH-DATA > WS-DATA-FINAL
              GO TO 045-90-PROXIMA.
           IF CH-DATA < WS-DATA-INICIAL
              MOVE CH-CUSTO-NOVO TO WS-CUSTO-VIGENTE
              MOVE "S" TO WS-ACHOU-ANTES
              GO TO 045-90-PROXIMA.
      *    Sem mudanca antes do periodo, o custo do inicio e o
      *    anterior da primeira mudanca dentro dele.
           IF WS-INICIO-FEITO = "N"
              IF WS-ACHOU-ANTES = "N"
                 MOVE CH-CUSTO-ANT TO WS-CUSTO-VIGENTE
              END-IF
              PERFORM 050-00-INICIO THRU 050-99-FIM-INICIO
           END-IF.
           PERFORM 060-00-LINHA THRU 060-99-FIM-LINHA.
           MOVE CH-CUSTO-NOVO TO WS-CUSTO-VIGENTE.
           ADD 1 TO WS-QTD-MUDANCAS.
       045-90-PROXIMA.
           READ CUSTHIST-S
               AT END
                   MOVE "S" TO WS-FIM-HIST
           END-READ.
       045-99-FIM-MUDANCA.
           EXIT.
      *
       050-00-INICIO.
           MOVE WS-CUSTO-VIGENTE TO INI-CUSTO.
           MOVE WS-LINHA-INICIAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "S" TO WS-INICIO-FEITO.
       050-99-FIM-INICIO.
           EXIT.
      *
       060-00-LINHA.
           MOVE CH-DATA (7:2) TO DET-DIA.
           MOVE CH-DATA (5:2) TO DET-MES.
           MOVE CH-DATA (1:4) TO DET-ANO.
           MOVE CH-HORA (1:2) TO DET-HOR.
           MOVE CH-HORA (3:2) TO DET-MIN.
           MOVE CH-CUSTO-ANT  TO DET-CUSTO-ANT.
           MOVE CH-CUSTO-NOVO TO DET-CUSTO-NOVO.
           MOVE ZEROS TO WS-VARIACAO.
           IF CH-CUSTO-ANT NOT = ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                  (CH-CUSTO-NOVO - CH-CUSTO-ANT) * 100 / CH-CUSTO-ANT
                  ON SIZE ERROR
                      MOVE 9999,99 TO WS-VARIACAO
              END-COMPUTE
           END-IF.
           MOVE WS-VARIACAO TO DET-VARIACAO.
           PERFORM 065-00-CAUSA THRU 065-99-FIM-CAUSA.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       060-99-FIM-LINHA.
           EXIT.
      *
       065-00-CAUSA.
           MOVE SPACES TO DET-CAUSA.
           MOVE SPACES TO WS-CAUSA-NUM.
           IF CAUSA-ENTRADA
              MOVE "ENTRADA       " TO CN-TEXTO
              IF CH-REFERENCIA NOT = ZEROS
                 MOVE "ENTRADA OC    " TO CN-TEXTO
                 MOVE CH-REFERENCIA TO CN-NUMERO
              END-IF
              IF CH-NF-REGISTRO NOT = ZEROS
                 MOVE " NF " TO CN-TEXTO-2
                 MOVE CH-NF-REGISTRO TO CN-NUMERO-2
              END-IF
              MOVE WS-CAUSA-NUM TO DET-CAUSA
              GO TO 065-99-FIM-CAUSA.
           IF CAUSA-DEVOL-DEPTO
              MOVE "DEVOL.DEPTO RQ" TO CN-TEXTO
              MOVE CH-REFERENCIA TO CN-NUMERO
              MOVE WS-CAUSA-NUM TO DET-CAUSA
              GO TO 065-99-FIM-CAUSA.
           IF CAUSA-DEVOL-FORNEC
              MOVE "DEVOL.FORN. OC" TO CN-TEXTO
              MOVE CH-REFERENCIA TO CN-NUMERO
              MOVE WS-CAUSA-NUM TO DET-CAUSA
              GO TO 065-99-FIM-CAUSA.
           IF CAUSA-FUSAO
              MOVE "FUSAO C/ COD. " TO CN-TEXTO
              MOVE CH-REFERENCIA TO CN-NUMERO
              MOVE WS-CAUSA-NUM TO DET-CAUSA
              GO TO 065-99-FIM-CAUSA.
           MOVE CH-OPERADOR TO CO-OPERADOR.
           IF CAUSA-REAJUSTE
              MOVE "REAJUSTE CUSTAJU" TO CO-TEXTO
           ELSE
              IF CAUSA-MANUAL
                 MOVE "ALTERACAO MANUAL" TO CO-TEXTO
              ELSE
                 MOVE "CADASTRO" TO CO-TEXTO
                 MOVE CH-PROGRAMA TO CO-TEXTO (10:8)
              END-IF
           END-IF.
           MOVE WS-CAUSA-OPER TO DET-CAUSA.
       065-99-FIM-CAUSA.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA CUSTHST ---------***
