       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTADEV.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * EMISSAO DA NOTA DE DEVOLUCAO AO FORNECEDOR
      * Imprime em NOTADEV.LST as notas de devolucao gravadas pelo
      * DEVCAD em DEVFORN.DAT, uma por numero de nota: cabecalho com
      * o numero, a data e o fornecedor (nome e contato de
      * FORNECED.DAT), uma linha por item com a ordem de compra, o
      * produto, a data e o lote da entrada devolvida, a quantidade,
      * o custo unitario da entrada, o valor e o motivo, o total da
      * nota (o debito a cobrar do fornecedor) e as linhas de
      * assinatura da expedicao e de quem retira o material.
      * Numero zero emite todas as notas ainda nao impressas; um
      * numero informado reimprime aquela nota. As notas emitidas
      * ficam marcadas como impressas em DEVFORN.DAT e o relatorio
      * e arquivado pelo RELARQ, como os demais.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVFORN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               ALTERNATE RECORD KEY IS DF-NUMERO-OC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DEVFORN.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
       DATA DIVISION.
       FILE SECTION.
       FD DEVFORN-S
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEVFORN
           VALUE OF FILE-ID "DEVFORN.DAT".
       01  REG-DEVFORN.
           02  DF-CHAVE.
               03  DF-NUMERO      PIC 9(06).
               03  DF-ITEM        PIC 9(03).
           02  DF-COD-FORNEC  PIC 9(04).
           02  DF-DATA        PIC 9(08).
           02  DF-NUMERO-OC   PIC 9(06).
           02  DF-COD-PRODUTO PIC 9(04).
           02  DF-DATA-ENTRADA PIC 9(08).
           02  DF-LOTE        PIC X(10).
           02  DF-QTD         PIC 9(04).
           02  DF-CUSTO-UNIT  PIC 9(05)V99.
           02  DF-MOTIVO      PIC 9(02).
           02  DF-OPERADOR    PIC 9(04).
           02  DF-IMPRESSA    PIC X(01).
               88  NOTA-IMPRESSA       VALUE "S".
               88  NOTA-PENDENTE       VALUE "N".
       FD ALMOX-S
           RECORD CONTAINS 96 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ALMOX
           VALUE OF FILE-ID "ALMOX.DAT".
       01  REG-ALMOX.
           02  COD-PRODUTO    PIC 9(04).
           02  NOME-PRODUTO   PIC X(30).
           02  FILLER         PIC X(62).
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "NOTADEV.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-DEVFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "NOTADEV ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIL-NOTA    PIC 9(06) VALUE ZEROS.
           02  WS-NOTA-ATUAL  PIC 9(06) VALUE ZEROS.
           02  WS-CONT-NOTAS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-ITENS  PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-ITEM  PIC 9(09)V99 VALUE ZEROS.
           02  WS-TOT-NOTA    PIC 9(10)V99 VALUE ZEROS.
           02  WS-TOT-GERAL   PIC 9(12)V99 VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "NOTA DE DEVOLUCAO DE MATERIAL AO FORNECEDOR".
       01  WS-CAB-NOTA.
           02  FILLER         PIC X(12) VALUE "NOTA No....:".
           02  CAB-NOTA       PIC 9(06).
           02  FILLER         PIC X(12) VALUE SPACES.
           02  FILLER         PIC X(09) VALUE "EMISSAO: ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-FORNEC.
           02  FILLER         PIC X(12) VALUE "FORNECEDOR: ".
           02  CAB-COD-FORNEC PIC 9(04).
           02  FILLER         PIC X(03) VALUE " - ".
           02  CAB-NOME-FORN  PIC X(30).
       01  WS-CAB-CONTATO.
           02  FILLER         PIC X(12) VALUE "CONTATO...: ".
           02  CAB-CONTATO    PIC X(20).
       01  WS-CAB-02.
           02  FILLER         PIC X(07) VALUE "ORDEM".
           02  FILLER         PIC X(05) VALUE "PROD".
           02  FILLER         PIC X(16) VALUE "DESCRICAO".
           02  FILLER         PIC X(11) VALUE "ENTRADA".
           02  FILLER         PIC X(11) VALUE "LOTE".
           02  FILLER         PIC X(05) VALUE " QTD".
           02  FILLER         PIC X(10) VALUE "  CUSTO UN".
           02  FILLER         PIC X(11) VALUE "      VALOR".
           02  FILLER         PIC X(04) VALUE " MOT".
       01  WS-DETALHE.
           02  DET-ORDEM      PIC 9(06).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(15).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ANO        PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-LOTE       PIC X(10).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC ZZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-CUSTO      PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-VALOR      PIC ZZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-MOTIVO     PIC 9(02).
       01  WS-LINHA-TOTAL-NOTA.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DA NOTA (DEBITO).......:".
           02  TOT-NOTA       PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-MOTIVOS.
           02  FILLER         PIC X(32) VALUE
               "MOT: 01 FORA DA ESPECIFICACAO".
           02  FILLER         PIC X(40) VALUE
               "02 AVARIA  03 VALIDADE CURTA  99 OUTRO".
       01  WS-LINHA-ASSINA-1.
           02  FILLER         PIC X(30) VALUE ALL "_".
           02  FILLER         PIC X(05) VALUE SPACES.
           02  FILLER         PIC X(30) VALUE ALL "_".
       01  WS-LINHA-ASSINA-2.
           02  FILLER         PIC X(35) VALUE
               "ALMOXARIFADO - EXPEDICAO".
           02  FILLER         PIC X(30) VALUE
               "FORNECEDOR / TRANSPORTADOR".
       01  WS-LINHA-NENHUMA   PIC X(80) VALUE
           "NENHUMA NOTA DE DEVOLUCAO A EMITIR".
       01  WS-LINHA-NOTAS.
           02  FILLER         PIC X(30) VALUE
               "NOTAS EMITIDAS...............:".
           02  TOT-NOTAS      PIC ZZZZ9.
       01  WS-LINHA-ITENS.
           02  FILLER         PIC X(30) VALUE
               "ITENS DEVOLVIDOS.............:".
           02  TOT-ITENS      PIC ZZZZ9.
       01  WS-LINHA-GERAL.
           02  FILLER         PIC X(30) VALUE
               "VALOR TOTAL DAS NOTAS........:".
           02  TOT-GERAL      PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-PROCESSA THRU 030-99-FIM-PROCESSA
               UNTIL FIM-ARQUIVO.
           IF WS-NOTA-ATUAL NOT = ZEROS
              PERFORM 060-00-FECHA-NOTA THRU 060-99-FIM-FECHA-NOTA.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Numero da nota (0=todas as pendentes)..: ".
           ACCEPT WS-FIL-NOTA.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN I-O DEVFORN-S.
           IF WS-FS-DEVFORN NOT = "00"
              DISPLAY "Erro ao Abrir DEVFORN.DAT - Status: "
                  WS-FS-DEVFORN
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY "Erro ao Abrir FORNECED.DAT - Status: "
                  WS-FS-FORNEC
              STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-FIL-NOTA TO DF-NUMERO.
           MOVE ZEROS TO DF-ITEM.
           START DEVFORN-S KEY NOT < DF-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           IF WS-FIM-ARQUIVO = "N"
              READ DEVFORN-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-READ
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
      *    Com numero informado, so os itens daquela nota (mesmo ja
      *    impressa); sem numero, todos os itens ainda nao impressos.
      *    A quebra pelo numero da nota fecha a anterior e abre a
      *    seguinte.
       030-00-PROCESSA.
           IF WS-FIL-NOTA NOT = ZEROS
              AND DF-NUMERO NOT = WS-FIL-NOTA
              MOVE "S" TO WS-FIM-ARQUIVO
              GO TO 030-99-FIM-PROCESSA.
           IF WS-FIL-NOTA = ZEROS AND NOTA-IMPRESSA
              GO TO 030-50-PROXIMO.
           IF DF-NUMERO NOT = WS-NOTA-ATUAL
              IF WS-NOTA-ATUAL NOT = ZEROS
                 PERFORM 060-00-FECHA-NOTA THRU 060-99-FIM-FECHA-NOTA
              END-IF
              PERFORM 050-00-ABRE-NOTA THRU 050-99-FIM-ABRE-NOTA
           END-IF.
           PERFORM 055-00-ITEM THRU 055-99-FIM-ITEM.
           MOVE "S" TO DF-IMPRESSA.
           REWRITE REG-DEVFORN
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       030-50-PROXIMO.
           READ DEVFORN-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-PROCESSA.
           EXIT.
      *
       050-00-ABRE-NOTA.
           MOVE DF-NUMERO TO WS-NOTA-ATUAL.
           MOVE ZEROS TO WS-TOT-NOTA.
           ADD 1 TO WS-CONT-NOTAS.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DF-NUMERO TO CAB-NOTA.
           MOVE DF-DATA (7:2) TO CAB-DIA.
           MOVE DF-DATA (5:2) TO CAB-MES.
           MOVE DF-DATA (1:4) TO CAB-ANO.
           MOVE WS-CAB-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DF-COD-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME
                   MOVE SPACES TO FOR-CONTATO
           END-READ.
           MOVE DF-COD-FORNEC TO CAB-COD-FORNEC.
           MOVE FOR-NOME TO CAB-NOME-FORN.
           MOVE WS-CAB-FORNEC TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE FOR-CONTATO TO CAB-CONTATO.
           MOVE WS-CAB-CONTATO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       050-99-FIM-ABRE-NOTA.
           EXIT.
      *
       055-00-ITEM.
           MOVE DF-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           COMPUTE WS-VALOR-ITEM = DF-QTD * DF-CUSTO-UNIT.
           ADD WS-VALOR-ITEM TO WS-TOT-NOTA.
           ADD WS-VALOR-ITEM TO WS-TOT-GERAL.
           ADD 1 TO WS-CONT-ITENS.
           MOVE DF-NUMERO-OC TO DET-ORDEM.
           MOVE DF-COD-PRODUTO TO DET-PRODUTO.
           MOVE NOME-PRODUTO TO DET-NOME.
           MOVE DF-DATA-ENTRADA (7:2) TO DET-DIA.
           MOVE DF-DATA-ENTRADA (5:2) TO DET-MES.
           MOVE DF-DATA-ENTRADA (1:4) TO DET-ANO.
           MOVE DF-LOTE TO DET-LOTE.
           MOVE DF-QTD TO DET-QTD.
           MOVE DF-CUSTO-UNIT TO DET-CUSTO.
           MOVE WS-VALOR-ITEM TO DET-VALOR.
           MOVE DF-MOTIVO TO DET-MOTIVO.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       055-99-FIM-ITEM.
           EXIT.
      *
       060-00-FECHA-NOTA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-NOTA TO TOT-NOTA.
           MOVE WS-LINHA-TOTAL-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-LINHA-MOTIVOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
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
       060-99-FIM-FECHA-NOTA.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           IF WS-CONT-NOTAS = ZEROS
              MOVE WS-LINHA-NENHUMA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 080-99-FIM-TOTAL-GERAL.
           MOVE WS-CONT-NOTAS TO TOT-NOTAS.
           MOVE WS-LINHA-NOTAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CONT-ITENS TO TOT-ITENS.
           MOVE WS-LINHA-ITENS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-GERAL TO TOT-GERAL.
           MOVE WS-LINHA-GERAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE DEVFORN-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA NOTADEV ---------***
