      * estoque e custo. Comandos: P-roxima pagina, A-nterior,
      * S-eleciona uma linha para ver o registro completo (como na
      * consulta do ALMOX2), N-ovo nome e F-im.
      * No detalhe do produto retornavel (emprestado pelo EMPCAD)
      * aparecem tambem a quantidade em emprestimo e a disponivel.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT EMPREST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-COD-PRODUTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EP-COD-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.
       DATA DIVISION.
       FILE SECTION.
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
               88  PRODUTO-RETORNAVEL   VALUE "R".
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
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-SELECAO     PIC 9(02) VALUE ZEROS.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-NIVEL       PIC 9(02) VALUE ZEROS.
           02  WS-FS-EMPREST  PIC X(02) VALUE SPACES.
           02  WS-TEM-EMPREST PIC X(01) VALUE "N".
           02  WS-EMPRESTADO  PIC 9(06) VALUE ZEROS.
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  ED-EMPRESTADO  PIC ZZZ.ZZ9.
           02  ED-DISPONIVEL  PIC -ZZZ.ZZ9.
      *    Cada pagina e ancorada pelo nome E pelo codigo do seu
      *    primeiro registro: como a chave alternada admite nomes
      *    duplicados, so o nome nao basta para reposicionar.
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT EMPREST-S.
           IF WS-FS-EMPREST = "00"
              MOVE "S" TO WS-TEM-EMPREST
           END-IF.
       015-NOVO-NOME.
           DISPLAY TELA.
           ACCEPT (02, 18) WS-NOME-BUSCA WITH PROMPT.
           DISPLAY (09, 32) CUSTO-TOTAL.
           DISPLAY (10, 32) AREA-OCUPADA.
           DISPLAY (11, 32) COD-FORNECEDOR.
           IF PRODUTO-RETORNAVEL AND WS-TEM-EMPREST = "S"
              PERFORM 045-EMPRESTADO THRU 045-EMPRESTADO-EXIT
              COMPUTE WS-DISPONIVEL = QTD-ESTOQUE - WS-EMPRESTADO
              MOVE WS-EMPRESTADO TO ED-EMPRESTADO
              MOVE WS-DISPONIVEL TO ED-DISPONIVEL
              DISPLAY (13, 07) "Em Emprestimo (EMPCAD).:"
              DISPLAY (13, 32) ED-EMPRESTADO
              DISPLAY (14, 07) "Disponivel.............:"
              DISPLAY (14, 32) ED-DISPONIVEL
           END-IF.
           ACCEPT (21, 35) WS-CONFIRMA.
           DISPLAY TELA.
           DISPLAY (02, 18) WS-NOME-BUSCA.
           GO TO 020-PAGINA.
      *    Soma o que esta emprestado do produto: o pendente dos
      *    itens abertos ou devolvidos em parte em EMPREST.DAT.
       045-EMPRESTADO.
           MOVE ZEROS TO WS-EMPRESTADO.
           MOVE COD-PRODUTO TO EP-COD-PRODUTO.
           START EMPREST-S KEY = EP-COD-PRODUTO
               INVALID KEY
                   GO TO 045-EMPRESTADO-EXIT
           END-START.
       045-LE-EMPREST.
           READ EMPREST-S NEXT RECORD
               AT END
                   GO TO 045-EMPRESTADO-EXIT
           END-READ.
           IF EP-COD-PRODUTO NOT = COD-PRODUTO
              GO TO 045-EMPRESTADO-EXIT.
           IF EMPREST-ABERTO OR EMPREST-PARCIAL
              COMPUTE WS-EMPRESTADO = WS-EMPRESTADO + EP-QTD
                  - EP-QTD-DEVOL - EP-QTD-PERDA
           END-IF.
           GO TO 045-LE-EMPREST.
       045-EMPRESTADO-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE ALMOX-S.
           IF WS-TEM-EMPREST = "S"
              CLOSE EMPREST-S
           END-IF.
           GOBACK.
      ***---------- FIM DO PROGRAMA ALMOXNAV ---------***
