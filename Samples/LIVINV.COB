       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIVINV.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * LIVRO REGISTRO DE INVENTARIO (FECHAMENTO ANUAL)
      * Imprime em LIVINV.LST o Livro Registro de Inventario da data
      * de fechamento pedida (normalmente 31/12), a partir da posicao
      * gravada pelo FECHDIA em POSICAO.DAT naquela data e do cadastro
      * ALMOX.DAT (descricao, unidade e CATEGORIA). Os itens saem
      * agrupados por CATEGORIA e, dentro dela, por codigo, com
      * quantidade, custo unitario e valor total da posicao; total por
      * categoria e total geral. Produto com quantidade zero na
      * posicao nao entra; produto ja excluido do cadastro sai como
      * (SEM CAT). O estoque consignado (CONSCAD) e do fornecedor e
      * nao faz parte do livro.
      * As folhas sao numeradas em sequencia a partir de 0001 com 55
      * linhas cada (a mesma conta de paginas do RELARQ): a primeira
      * folha e o termo de abertura e a ultima o de encerramento, que
      * citam o total de folhas do livro - por isso o livro e montado
      * duas vezes, a primeira so contando as folhas. Cada folha traz
      * o cabecalho da empresa (razao social, CNPJ e inscricao
      * estadual, pedidos na rodada) e o numero do livro.
      * So roda se o mes da data de fechamento estiver fechado em
      * PERFECH.DAT (FECHMES), para o livro nao divergir da
      * contabilidade; a copia final e arquivada pelo RELARQ.
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
           SELECT POSICAO-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CHAVE
               FILE STATUS IS WS-FS-POSICAO.
           SELECT PERFECH-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
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
       FD POSICAO-S
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-POSICAO
           VALUE OF FILE-ID "POSICAO.DAT".
       01  REG-POSICAO.
           02  PS-CHAVE.
               03  PS-DATA        PIC 9(08).
               03  PS-COD-PRODUTO PIC 9(04).
           02  PS-QTD         PIC 9(04).
           02  PS-CUSTO-UNIT  PIC 9(05)V99.
           02  PS-CUSTO-TOTAL PIC 9(06)V99.
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
           VALUE OF FILE-ID "LIVINV.LST".
       01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-POSICAO  PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "LIVINV  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88  FIM-ARQUIVO         VALUE "S".
           02  WS-DATA-FECH   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-FECH-R REDEFINES WS-DATA-FECH.
               03  WS-FECH-ANO PIC 9(04).
               03  WS-FECH-MES PIC 9(02).
               03  WS-FECH-DIA PIC 9(02).
           02  WS-RAZAO       PIC X(40) VALUE SPACES.
           02  WS-CNPJ        PIC X(18) VALUE SPACES.
           02  WS-INSCRICAO   PIC X(15) VALUE SPACES.
           02  WS-NUM-LIVRO   PIC 9(03) VALUE ZEROS.
           02  WS-QTD-ITENS   PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(04) COMP VALUE ZEROS.
           02  WS-IND2        PIC 9(04) COMP VALUE ZEROS.
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-GRAVA       PIC X(01) VALUE "N".
           02  WS-FOLHA       PIC 9(04) VALUE ZEROS.
           02  WS-TOT-FOLHAS  PIC 9(04) VALUE ZEROS.
           02  WS-LIN         PIC 9(03) COMP VALUE ZEROS.
           02  WS-CATEG-ATU   PIC X(10) VALUE SPACES.
           02  WS-ITENS-CATEG PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-CATEG PIC 9(11)V99 VALUE ZEROS.
           02  WS-CONT-ITENS  PIC 9(05) VALUE ZEROS.
           02  WS-CONT-CATEG  PIC 9(05) VALUE ZEROS.
           02  WS-TOT-GERAL   PIC 9(11)V99 VALUE ZEROS.
      *    A tabela comporta toda a faixa de COD-PRODUTO (9(04)); a
      *    chave de ordenacao e a categoria seguida do codigo.
       01  WS-TABELA-ITENS.
           02  WS-ITEM OCCURS 9999 TIMES.
               03  TB-CHAVE.
                   04  TB-CATEGORIA   PIC X(10).
                   04  TB-COD-PRODUTO PIC 9(04).
               03  TB-NOME        PIC X(30).
               03  TB-UNIDADE     PIC X(02).
               03  TB-QTD         PIC 9(04).
               03  TB-CUSTO-UNIT  PIC 9(05)V99.
               03  TB-CUSTO-TOTAL PIC 9(06)V99.
       01  WS-ITEM-TROCA.
           02  TR-CHAVE.
               03  TR-CATEGORIA   PIC X(10).
               03  TR-COD-PRODUTO PIC 9(04).
           02  TR-NOME        PIC X(30).
           02  TR-UNIDADE     PIC X(02).
           02  TR-QTD         PIC 9(04).
           02  TR-CUSTO-UNIT  PIC 9(05)V99.
           02  TR-CUSTO-TOTAL PIC 9(06)V99.
       01  WS-LINHA-AUX       PIC X(80) VALUE SPACES.
       01  WS-LINHA-CORPO     PIC X(80) VALUE SPACES.
       01  WS-LINHA-TRACO     PIC X(80) VALUE ALL "-".
       01  WS-LINHA-ASSINA.
           02  FILLER         PIC X(20) VALUE SPACES.
           02  FILLER         PIC X(40) VALUE ALL "_".
       01  WS-CAB-01.
           02  CAB-RAZAO      PIC X(40).
           02  FILLER         PIC X(27) VALUE SPACES.
           02  FILLER         PIC X(07) VALUE "FOLHA: ".
           02  CAB-FOLHA      PIC 9(04).
       01  WS-CAB-02.
           02  FILLER         PIC X(06) VALUE "CNPJ: ".
           02  CAB-CNPJ       PIC X(18).
           02  FILLER         PIC X(20) VALUE
               "   INSCR. ESTADUAL: ".
           02  CAB-INSCRICAO  PIC X(15).
       01  WS-CAB-03.
           02  FILLER         PIC X(35) VALUE
               "LIVRO REGISTRO DE INVENTARIO - NR. ".
           02  CAB-LIVRO      PIC ZZ9.
           02  FILLER         PIC X(27) VALUE
               "  - ESTOQUES EXISTENTES EM ".
           02  CAB-DIA        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-MES        PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  CAB-ANO        PIC 9(04).
       01  WS-CAB-04.
           02  FILLER         PIC X(06) VALUE "COD.".
           02  FILLER         PIC X(31) VALUE "DESCRICAO".
           02  FILLER         PIC X(04) VALUE "UN".
           02  FILLER         PIC X(07) VALUE "  QTDE".
           02  FILLER         PIC X(11) VALUE "CUSTO UN.".
           02  FILLER         PIC X(12) VALUE "       TOTAL".
       01  WS-LINHA-CATEG.
           02  FILLER         PIC X(11) VALUE "CATEGORIA: ".
           02  LC-CATEGORIA   PIC X(10).
       01  WS-DETALHE.
           02  DET-CODIGO     PIC 9(04).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-NOME       PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACES.
           02  DET-UNIDADE    PIC X(02).
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-QTD        PIC Z.ZZ9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-CUSTO-UNIT PIC ZZ.ZZ9,99.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  DET-TOTAL      PIC Z.ZZZ.ZZ9,99.
       01  WS-LINHA-SUBTOTAL.
           02  FILLER         PIC X(19) VALUE "TOTAL DA CATEGORIA ".
           02  SUB-CATEGORIA  PIC X(10).
           02  FILLER         PIC X(01) VALUE ":".
           02  FILLER         PIC X(07) VALUE " ITENS:".
           02  SUB-ITENS      PIC ZZZZ9.
           02  FILLER         PIC X(12) VALUE SPACES.
           02  SUB-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-TOTAL.
           02  FILLER         PIC X(30) VALUE
               "TOTAL GERAL DO INVENTARIO....:".
           02  FILLER         PIC X(07) VALUE " ITENS:".
           02  TOT-ITENS      PIC ZZZZ9.
           02  FILLER         PIC X(12) VALUE SPACES.
           02  TOT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-TOT-CATEG.
           02  FILLER         PIC X(30) VALUE
               "CATEGORIAS...................:".
           02  TOT-CATEG      PIC ZZZZ9.
       01  WS-TERMO-TITULO.
           02  FILLER         PIC X(30) VALUE SPACES.
           02  TT-TITULO      PIC X(25).
       01  WS-TERMO-01.
           02  FILLER         PIC X(19) VALUE "Contem este livro ".
           02  TM-FOLHAS      PIC ZZZ9.
           02  FILLER         PIC X(28) VALUE
               " folhas, numeradas de 0001 a".
           02  FILLER         PIC X(01) VALUE SPACES.
           02  TM-ULTIMA      PIC 9(04).
           02  FILLER         PIC X(01) VALUE ",".
       01  WS-TERMO-02-ABRE.
           02  FILLER         PIC X(40) VALUE
               "que servira para o registro do inventari".
           02  FILLER         PIC X(35) VALUE
               "o das mercadorias em estoque de".
       01  WS-TERMO-02-ENCERRA.
           02  FILLER         PIC X(40) VALUE
               "que serviram para o registro do inventar".
           02  FILLER         PIC X(35) VALUE
               "io das mercadorias em estoque de".
       01  WS-TERMO-03.
           02  TM-RAZAO       PIC X(40).
           02  FILLER         PIC X(01) VALUE ",".
       01  WS-TERMO-04.
           02  FILLER         PIC X(06) VALUE "CNPJ: ".
           02  TM-CNPJ        PIC X(18).
           02  FILLER         PIC X(20) VALUE
               "   INSCR. ESTADUAL: ".
           02  TM-INSCRICAO   PIC X(15).
       01  WS-TERMO-05.
           02  FILLER         PIC X(36) VALUE
               "Livro Registro de Inventario numero ".
           02  TM-LIVRO       PIC ZZ9.
           02  FILLER         PIC X(25) VALUE
               ", estoques existentes em ".
           02  TM-DIA         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  TM-MES         PIC 9(02).
           02  FILLER         PIC X(01) VALUE "/".
           02  TM-ANO         PIC 9(04).
           02  FILLER         PIC X(01) VALUE ".".
       01  WS-TERMO-RESP      PIC X(80) VALUE
           "                              Responsavel".
       PROCEDURE DIVISION.
       010-00-INICIO.
           PERFORM 015-00-PARAMETROS THRU 015-99-FIM-PARAMETROS.
           PERFORM 020-00-ABRIR THRU 020-99-FIM-ABRIR.
           PERFORM 030-00-CARREGA THRU 030-99-FIM-CARREGA
               UNTIL FIM-ARQUIVO.
           IF WS-QTD-ITENS = ZEROS
              DISPLAY "Sem posicao FECHDIA com estoque na data "
                  WS-DATA-FECH " - programa encerrado"
              CLOSE ALMOX-S
              CLOSE POSICAO-S
              STOP RUN
           END-IF.
           PERFORM 040-00-ORDENA THRU 040-99-FIM-ORDENA.
      *    Primeira montagem so conta as folhas para os termos.
           MOVE "N" TO WS-GRAVA.
           PERFORM 050-00-LIVRO THRU 050-99-FIM-LIVRO.
           MOVE WS-FOLHA TO WS-TOT-FOLHAS.
           OPEN OUTPUT RELATORIO-S.
           MOVE "S" TO WS-GRAVA.
           PERFORM 050-00-LIVRO THRU 050-99-FIM-LIVRO.
           PERFORM 090-00-FECHAR THRU 090-99-FIM-FECHAR.
           STOP RUN.
      *
       015-00-PARAMETROS.
           DISPLAY "Data do fechamento AAAAMMDD (0 = 31/12 anterior): ".
           ACCEPT WS-DATA-FECH.
           IF WS-DATA-FECH = ZEROS
              ACCEPT WS-DATA-FECH FROM DATE YYYYMMDD
              SUBTRACT 1 FROM WS-FECH-ANO
              MOVE 12 TO WS-FECH-MES
              MOVE 31 TO WS-FECH-DIA
           END-IF.
           IF WS-FECH-MES < 1 OR WS-FECH-MES > 12
              OR WS-FECH-DIA < 1 OR WS-FECH-DIA > 31
              DISPLAY "Data invalida - programa encerrado"
              STOP RUN
           END-IF.
           DISPLAY "Razao social da empresa..............: ".
           ACCEPT WS-RAZAO.
           IF WS-RAZAO = SPACES
              MOVE "UNESA" TO WS-RAZAO
           END-IF.
           DISPLAY "CNPJ.................................: ".
           ACCEPT WS-CNPJ.
           DISPLAY "Inscricao estadual...................: ".
           ACCEPT WS-INSCRICAO.
           DISPLAY "Numero do livro (0 = 1)..............: ".
           ACCEPT WS-NUM-LIVRO.
           IF WS-NUM-LIVRO = ZEROS
              MOVE 1 TO WS-NUM-LIVRO
           END-IF.
       015-99-FIM-PARAMETROS.
           EXIT.
      *
      *    O livro so sai de mes fechado pelo FECHMES: com o mes
      *    aberto a posicao ainda pode mudar por acerto retroativo.
       020-00-ABRIR.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH NOT = "00"
              DISPLAY "Mes " WS-FECH-MES "/" WS-FECH-ANO
                  " nao fechado (FECHMES) - programa encerrado"
              STOP RUN
           END-IF.
           MOVE WS-DATA-FECH (1:6) TO PF-ANOMES.
           READ PERFECH-S
               INVALID KEY
                   MOVE SPACE TO PF-SITUACAO
           END-READ.
           CLOSE PERFECH-S.
           IF NOT PERIODO-FECHADO
              DISPLAY "Mes " WS-FECH-MES "/" WS-FECH-ANO
                  " nao fechado (FECHMES) - programa encerrado"
              STOP RUN
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN INPUT POSICAO-S.
           IF WS-FS-POSICAO NOT = "00"
              DISPLAY "Erro ao Abrir POSICAO.DAT - Status: "
                  WS-FS-POSICAO
              STOP RUN
           END-IF.
           MOVE WS-DATA-FECH TO PS-DATA.
           MOVE ZEROS TO PS-COD-PRODUTO.
           START POSICAO-S KEY NOT < PS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
              READ POSICAO-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-ARQUIVO
              END-READ
           END-IF.
       020-99-FIM-ABRIR.
           EXIT.
      *
       030-00-CARREGA.
           IF PS-DATA NOT = WS-DATA-FECH
              MOVE "S" TO WS-FIM-ARQUIVO
              GO TO 030-99-FIM-CARREGA.
           IF PS-QTD = ZEROS
              GO TO 030-98-PROXIMO.
      *    Livro incompleto nao serve: tabela cheia encerra a rodada.
           IF WS-QTD-ITENS NOT < 9999
              DISPLAY "Tabela de itens cheia - livro nao emitido"
              CLOSE ALMOX-S
              CLOSE POSICAO-S
              STOP RUN
           END-IF.
           MOVE PS-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(SEM CAT)" TO CATEGORIA
                   MOVE "PRODUTO EXCLUIDO DO CADASTRO" TO NOME-PRODUTO
                   MOVE SPACES TO UNIDADE-MEDIDA
           END-READ.
           ADD 1 TO WS-QTD-ITENS.
           MOVE CATEGORIA      TO TB-CATEGORIA (WS-QTD-ITENS).
           MOVE PS-COD-PRODUTO TO TB-COD-PRODUTO (WS-QTD-ITENS).
           MOVE NOME-PRODUTO   TO TB-NOME (WS-QTD-ITENS).
           MOVE UNIDADE-MEDIDA TO TB-UNIDADE (WS-QTD-ITENS).
           MOVE PS-QTD         TO TB-QTD (WS-QTD-ITENS).
           MOVE PS-CUSTO-UNIT  TO TB-CUSTO-UNIT (WS-QTD-ITENS).
           MOVE PS-CUSTO-TOTAL TO TB-CUSTO-TOTAL (WS-QTD-ITENS).
       030-98-PROXIMO.
           READ POSICAO-S NEXT RECORD
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
              MOVE WS-ITEM (WS-IND)  TO WS-ITEM-TROCA
              MOVE WS-ITEM (WS-IND2) TO WS-ITEM (WS-IND)
              MOVE WS-ITEM-TROCA     TO WS-ITEM (WS-IND2)
              MOVE "S" TO WS-TROCOU
           END-IF.
           ADD 1 TO WS-IND.
       044-99-FIM-COMPARA.
           EXIT.
      *
      *    Monta o livro inteiro: termo de abertura, itens por
      *    categoria com subtotais, total geral e termo de
      *    encerramento. Com WS-GRAVA = "N" so conta linhas e folhas.
       050-00-LIVRO.
           MOVE ZEROS TO WS-FOLHA.
           MOVE ZEROS TO WS-LIN.
           MOVE ZEROS TO WS-CONT-ITENS.
           MOVE ZEROS TO WS-CONT-CATEG.
           MOVE ZEROS TO WS-TOT-GERAL.
           MOVE SPACES TO WS-CATEG-ATU.
           MOVE "TERMO DE ABERTURA" TO TT-TITULO.
           PERFORM 060-00-TERMO THRU 060-99-FIM-TERMO.
           PERFORM 086-00-COMPLETA THRU 086-99-FIM-COMPLETA.
           MOVE 1 TO WS-IND.
           PERFORM 065-00-UM-ITEM THRU 065-99-FIM-UM-ITEM
               UNTIL WS-IND > WS-QTD-ITENS.
           PERFORM 068-00-SUBTOTAL THRU 068-99-FIM-SUBTOTAL.
           PERFORM 070-00-TOTAL-GERAL THRU 070-99-FIM-TOTAL-GERAL.
           PERFORM 086-00-COMPLETA THRU 086-99-FIM-COMPLETA.
           MOVE "TERMO DE ENCERRAMENTO" TO TT-TITULO.
           PERFORM 060-00-TERMO THRU 060-99-FIM-TERMO.
       050-99-FIM-LIVRO.
           EXIT.
      *
      *    Folha de termo (abertura ou encerramento): cabecalho da
      *    empresa com o numero da folha e o texto do termo.
       060-00-TERMO.
           ADD 1 TO WS-FOLHA.
           MOVE ZEROS TO WS-LIN.
           MOVE WS-RAZAO TO CAB-RAZAO.
           MOVE WS-FOLHA TO CAB-FOLHA.
           MOVE WS-CAB-01 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE SPACES TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE 6 TIMES.
           MOVE WS-TERMO-TITULO TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE SPACES TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE 2 TIMES.
           MOVE WS-TOT-FOLHAS TO TM-FOLHAS.
           MOVE WS-TOT-FOLHAS TO TM-ULTIMA.
           MOVE WS-TERMO-01 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           IF TT-TITULO = "TERMO DE ABERTURA"
              MOVE WS-TERMO-02-ABRE TO WS-LINHA-AUX
           ELSE
              MOVE WS-TERMO-02-ENCERRA TO WS-LINHA-AUX
           END-IF.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-RAZAO TO TM-RAZAO.
           MOVE WS-TERMO-03 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-CNPJ TO TM-CNPJ.
           MOVE WS-INSCRICAO TO TM-INSCRICAO.
           MOVE WS-TERMO-04 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-NUM-LIVRO TO TM-LIVRO.
           MOVE WS-FECH-DIA TO TM-DIA.
           MOVE WS-FECH-MES TO TM-MES.
           MOVE WS-FECH-ANO TO TM-ANO.
           MOVE WS-TERMO-05 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE SPACES TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE 6 TIMES.
           MOVE WS-LINHA-ASSINA TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-TERMO-RESP TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
       060-99-FIM-TERMO.
           EXIT.
      *
       065-00-UM-ITEM.
           IF WS-CONT-ITENS = ZEROS
              OR TB-CATEGORIA (WS-IND) NOT = WS-CATEG-ATU
              PERFORM 068-00-SUBTOTAL THRU 068-99-FIM-SUBTOTAL
              MOVE TB-CATEGORIA (WS-IND) TO WS-CATEG-ATU
              MOVE ZEROS TO WS-ITENS-CATEG
              MOVE ZEROS TO WS-VALOR-CATEG
              ADD 1 TO WS-CONT-CATEG
              MOVE WS-CATEG-ATU TO LC-CATEGORIA
              MOVE WS-LINHA-CATEG TO WS-LINHA-CORPO
              PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA
           END-IF.
           MOVE TB-COD-PRODUTO (WS-IND) TO DET-CODIGO.
           MOVE TB-NOME (WS-IND)        TO DET-NOME.
           MOVE TB-UNIDADE (WS-IND)     TO DET-UNIDADE.
           MOVE TB-QTD (WS-IND)         TO DET-QTD.
           MOVE TB-CUSTO-UNIT (WS-IND)  TO DET-CUSTO-UNIT.
           MOVE TB-CUSTO-TOTAL (WS-IND) TO DET-TOTAL.
           MOVE WS-DETALHE TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
           ADD 1 TO WS-ITENS-CATEG.
           ADD 1 TO WS-CONT-ITENS.
           ADD TB-CUSTO-TOTAL (WS-IND) TO WS-VALOR-CATEG.
           ADD TB-CUSTO-TOTAL (WS-IND) TO WS-TOT-GERAL.
           ADD 1 TO WS-IND.
       065-99-FIM-UM-ITEM.
           EXIT.
      *
       068-00-SUBTOTAL.
           IF WS-CONT-ITENS = ZEROS
              GO TO 068-99-FIM-SUBTOTAL.
           MOVE WS-CATEG-ATU   TO SUB-CATEGORIA.
           MOVE WS-ITENS-CATEG TO SUB-ITENS.
           MOVE WS-VALOR-CATEG TO SUB-VALOR.
           MOVE WS-LINHA-SUBTOTAL TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
           MOVE SPACES TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
       068-99-FIM-SUBTOTAL.
           EXIT.
      *
       070-00-TOTAL-GERAL.
           MOVE WS-LINHA-TRACO TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
           MOVE WS-CONT-ITENS TO TOT-ITENS.
           MOVE WS-TOT-GERAL  TO TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
           MOVE WS-CONT-CATEG TO TOT-CATEG.
           MOVE WS-LINHA-TOT-CATEG TO WS-LINHA-CORPO.
           PERFORM 080-00-GRAVA THRU 080-99-FIM-GRAVA.
       070-99-FIM-TOTAL-GERAL.
           EXIT.
      *
      *    Linha do corpo do livro: abre folha nova com cabecalho
      *    quando a atual esta cheia (55 linhas).
       080-00-GRAVA.
           IF WS-LIN NOT < 55
              PERFORM 082-00-CABECALHO THRU 082-99-FIM-CABECALHO
           END-IF.
           MOVE WS-LINHA-CORPO TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
       080-99-FIM-GRAVA.
           EXIT.
      *
       082-00-CABECALHO.
           ADD 1 TO WS-FOLHA.
           MOVE ZEROS TO WS-LIN.
           MOVE WS-RAZAO TO CAB-RAZAO.
           MOVE WS-FOLHA TO CAB-FOLHA.
           MOVE WS-CAB-01 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-CNPJ TO CAB-CNPJ.
           MOVE WS-INSCRICAO TO CAB-INSCRICAO.
           MOVE WS-CAB-02 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-NUM-LIVRO TO CAB-LIVRO.
           MOVE WS-FECH-DIA TO CAB-DIA.
           MOVE WS-FECH-MES TO CAB-MES.
           MOVE WS-FECH-ANO TO CAB-ANO.
           MOVE WS-CAB-03 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-LINHA-TRACO TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-CAB-04 TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
           MOVE WS-LINHA-TRACO TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE.
       082-99-FIM-CABECALHO.
           EXIT.
      *
       085-00-ESCREVE.
           IF WS-GRAVA = "S"
              MOVE WS-LINHA-AUX TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-LIN.
       085-99-FIM-ESCREVE.
           EXIT.
      *
      *    Completa a folha corrente com linhas em branco, para a
      *    proxima comecar na linha 1 da folha seguinte.
       086-00-COMPLETA.
           MOVE SPACES TO WS-LINHA-AUX.
           PERFORM 085-00-ESCREVE THRU 085-99-FIM-ESCREVE
               UNTIL WS-LIN NOT < 55.
       086-99-FIM-COMPLETA.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE POSICAO-S.
           CLOSE RELATORIO-S.
           MOVE WS-TOT-FOLHAS TO TM-FOLHAS.
           DISPLAY "LIVINV: folhas emitidas: " TM-FOLHAS.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
       090-99-FIM-FECHAR.
           EXIT.
      ***---------- FIM DO PROGRAMA LIVINV ---------***
