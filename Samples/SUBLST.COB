       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBLST.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * RELATORIO MENSAL DE SUBSTITUICOES NO ATENDIMENTO
      * Le SUBHIST.DAT (gravado pelo REQATE a cada item de requisicao
      * atendido com um produto substituto do SUBCAD) e imprime em
      * SUBLST.LST, para o mes pedido ao operador, cada substituicao
      * feita - requisicao, departamento, produto pedido e quantidade,
      * substituto entregue e quantidade - e, para o setor de compras,
      * o resumo por produto pedido em ordem decrescente do numero de
      * substituicoes: os itens que faltam com frequencia e que pedem
      * revisao do ponto de pedido ou do fornecedor.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-SUBHIST.
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
       FD SUBHIST-S
           RECORD CONTAINS 53 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SUBHIST
           VALUE OF FILE-ID "SUBHIST.DAT".
       01  REG-SUBHIST.
           02  SH-DATA.
               03  SH-ANOMES  PIC 9(06).
               03  SH-DIA     PIC 9(02).
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "SUBLST.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-SUBHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "SUBLST  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-FIL-ANOMES  PIC 9(06) VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-QTD-RANK    PIC 9(04) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-TOT-SUBST   PIC 9(06) VALUE ZEROS.
           02  WS-TOT-QTD     PIC 9(08) VALUE ZEROS.
           02  WS-TOT-QTD-SUB PIC 9(08) VALUE ZEROS.
      *    Substituicoes do mes por produto pedido (indice = codigo).
       01  WS-TABELA-PRODUTO.
           02  WS-PRODUTO OCCURS 9999 TIMES.
               03  TB-VEZES       PIC 9(05).
               03  TB-QTD         PIC 9(07).
      *    Produtos substituidos, para a ordenacao do resumo.
       01  WS-TABELA-RANK.
           02  WS-RANK OCCURS 500 TIMES.
               03  TR-COD         PIC 9(04).
               03  TR-VEZES       PIC 9(05).
               03  TR-QTD         PIC 9(07).
       01  WS-RANK-AUX            PIC X(16).
       01  WS-CAB-01.
           02  FILLER         PIC X(40) VALUE
               "RELATORIO MENSAL DE SUBSTITUICOES - MES:".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "DIA".
           02  FILLER         PIC X(11) VALUE "REQ/ITEM".
           02  FILLER         PIC X(05) VALUE "DEPT".
           02  FILLER         PIC X(23) VALUE "PRODUTO PEDIDO".
           02  FILLER         PIC X(06) VALUE "  QTD".
           02  FILLER         PIC X(23) VALUE "SUBSTITUTO ENTREGUE".
           02  FILLER         PIC X(05) VALUE "  QTD".
       01  WS-DETALHE.
           02  DET-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-REQ        PIC 9(06).
           02  FILLER         PIC X(01) VALUE "/".
           02  DET-ITEM       PIC 9(03).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-DEPTO      PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-PRODUTO    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME       PIC X(17).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD        PIC Z.ZZ9.
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-SUBST      PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-NOME-SUBST PIC X(17).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-QTD-SUBST  PIC Z.ZZ9.
       01  WS-CAB-RESUMO.
           02  FILLER         PIC X(35) VALUE
               "PRODUTOS PEDIDOS MAIS SUBSTITUIDOS ".
           02  FILLER         PIC X(45) VALUE
               "NO MES (FALTA FREQUENTE)".
       01  WS-CAB-RESUMO-2.
           02  FILLER         PIC X(07) VALUE "PRODUTO".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  FILLER         PIC X(31) VALUE "NOME".
           02  FILLER         PIC X(11) VALUE "  VEZES".
           02  FILLER         PIC X(12) VALUE "QTD PEDIDA".
       01  WS-LINHA-RESUMO.
           02  RES-CODIGO     PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  RES-NOME       PIC X(30).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  RES-VEZES      PIC ZZ.ZZ9.
           02  FILLER         PIC X(04) VALUE SPACES.
           02  RES-QTD        PIC Z.ZZZ.ZZ9.
       01  WS-LINHA-TOT-GERAL.
           02  FILLER         PIC X(30) VALUE
               "TOTAL DE SUBSTITUICOES.......:".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  TOT-SUBST      PIC ZZZ.ZZ9.
           02  FILLER         PIC X(12) VALUE "  QTD PEDIDA".
           02  TOT-QTD        PIC ZZ.ZZZ.ZZ9.
           02  FILLER         PIC X(11) VALUE "  ENTREGUE".
           02  TOT-QTD-SUB    PIC ZZ.ZZZ.ZZ9.
       01  WS-LINHA-VAZIA     PIC X(80) VALUE
           "NENHUMA SUBSTITUICAO NO MES".
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-PROCESSA THRU 030-99-FIM-PROCESSA
               UNTIL FIM-ARQUIVO.
           PERFORM 060-00-RESUMO THRU 060-99-FIM-RESUMO.
           PERFORM 080-00-TOTAL-GERAL THRU 080-99-FIM-TOTAL-GERAL.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Mes das substituicoes (AAAAMM): ".
           ACCEPT WS-FIL-ANOMES.
           IF WS-FIL-ANOMES = ZEROS
              DISPLAY "Mes invalido - programa encerrado"
              STOP RUN
           END-IF.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
       020-00-ABRIR.
           OPEN INPUT SUBHIST-S.
           IF WS-FS-SUBHIST NOT = "00"
              DISPLAY "Erro ao Abrir SUBHIST.DAT - Status: "
                  WS-FS-SUBHIST
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE ZEROS TO WS-TABELA-PRODUTO.
           MOVE WS-FIL-ANOMES (5:2) TO CAB-MES.
           MOVE WS-FIL-ANOMES (1:4) TO CAB-ANO.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-02 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           READ SUBHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       020-99-FIM-ABRIR.
           EXIT.
      *
       030-00-PROCESSA.
           IF SH-ANOMES = WS-FIL-ANOMES
              AND SH-COD-PRODUTO > ZEROS
              PERFORM 040-00-LINHA THRU 040-99-FIM-LINHA
           END-IF.
           READ SUBHIST-S
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-READ.
       030-99-FIM-PROCESSA.
           EXIT.
      *
       040-00-LINHA.
           MOVE SH-DIA         TO DET-DIA.
           MOVE SH-ANOMES (5:2) TO DET-MES.
           MOVE SH-NUMERO-REQ  TO DET-REQ.
           MOVE SH-ITEM        TO DET-ITEM.
           MOVE SH-COD-DEPTO   TO DET-DEPTO.
           MOVE SH-COD-PRODUTO TO DET-PRODUTO.
           MOVE SH-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-PRODUTO
           END-READ.
           MOVE NOME-PRODUTO   TO DET-NOME.
           MOVE SH-QTD         TO DET-QTD.
           MOVE SH-COD-SUBST   TO DET-SUBST.
           MOVE SH-COD-SUBST   TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-PRODUTO
           END-READ.
           MOVE NOME-PRODUTO   TO DET-NOME-SUBST.
           MOVE SH-QTD-SUBST   TO DET-QTD-SUBST.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1            TO WS-TOT-SUBST.
           ADD SH-QTD       TO WS-TOT-QTD.
           ADD SH-QTD-SUBST TO WS-TOT-QTD-SUB.
           ADD 1      TO TB-VEZES (SH-COD-PRODUTO).
           ADD SH-QTD TO TB-QTD (SH-COD-PRODUTO).
       040-99-FIM-LINHA.
           EXIT.
      *
      *    Resumo por produto pedido, do mais substituido para o
      *    menos (ordenacao por passadas, como no ABCLST).
       060-00-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-TOT-SUBST = ZEROS
              MOVE WS-LINHA-VAZIA TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
              GO TO 060-99-FIM-RESUMO.
           MOVE ZEROS TO WS-QTD-RANK.
           MOVE 1 TO WS-IND.
           PERFORM 062-00-MONTA THRU 062-99-FIM-MONTA
               UNTIL WS-IND > 9999.
           MOVE "S" TO WS-TROCOU.
           PERFORM 064-00-PASSADA THRU 064-99-FIM-PASSADA
               UNTIL WS-TROCOU = "N".
           MOVE WS-CAB-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAB-RESUMO-2 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IND.
           PERFORM 066-00-LINHA-RESUMO THRU 066-99-FIM-LINHA-RESUMO
               UNTIL WS-IND > WS-QTD-RANK.
       060-99-FIM-RESUMO.
           EXIT.
      *
       062-00-MONTA.
           IF TB-VEZES (WS-IND) > ZEROS AND WS-QTD-RANK < 500
              ADD 1 TO WS-QTD-RANK
              MOVE WS-IND TO TR-COD (WS-QTD-RANK)
              MOVE TB-VEZES (WS-IND) TO TR-VEZES (WS-QTD-RANK)
              MOVE TB-QTD (WS-IND) TO TR-QTD (WS-QTD-RANK)
           END-IF.
           ADD 1 TO WS-IND.
       062-99-FIM-MONTA.
           EXIT.
      *
       064-00-PASSADA.
           MOVE "N" TO WS-TROCOU.
           MOVE 1 TO WS-IND.
       064-10-COMPARA.
           IF WS-IND NOT < WS-QTD-RANK
              GO TO 064-99-FIM-PASSADA.
           IF TR-VEZES (WS-IND) < TR-VEZES (WS-IND + 1)
              MOVE WS-RANK (WS-IND) TO WS-RANK-AUX
              MOVE WS-RANK (WS-IND + 1) TO WS-RANK (WS-IND)
              MOVE WS-RANK-AUX TO WS-RANK (WS-IND + 1)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
           GO TO 064-10-COMPARA.
       064-99-FIM-PASSADA.
           EXIT.
      *
       066-00-LINHA-RESUMO.
           MOVE TR-COD (WS-IND) TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO NOME-PRODUTO
           END-READ.
           MOVE TR-COD (WS-IND)   TO RES-CODIGO.
           MOVE NOME-PRODUTO      TO RES-NOME.
           MOVE TR-VEZES (WS-IND) TO RES-VEZES.
           MOVE TR-QTD (WS-IND)   TO RES-QTD.
           MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IND.
       066-99-FIM-LINHA-RESUMO.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-SUBST   TO TOT-SUBST.
           MOVE WS-TOT-QTD     TO TOT-QTD.
           MOVE WS-TOT-QTD-SUB TO TOT-QTD-SUB.
           MOVE WS-LINHA-TOT-GERAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       080-99-FIM-TOTAL-GERAL.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE SUBHIST-S.
           CLOSE ALMOX-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA SUBLST ---------***
