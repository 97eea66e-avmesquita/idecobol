       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CICLCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * DIGITACAO DA CONTAGEM CICLICA POR PRODUTO E LOCAL
      * Recebe a quantidade contada nas fichas emitidas pelo CICLGER
      * e a grava no registro do produto/local em CONTCIC.DAT,
      * passando-o de F (na ficha) a C (contado). So aceita unidade
      * que esteja numa ficha; a redigitacao de uma unidade ja
      * contada e ainda nao acertada substitui o valor anterior. O
      * saldo em livro nao aparece na tela (contagem cega). A data
      * da contagem e proposta com a data do dia. As diferencas sao
      * geradas pelo CONTAJU no modo ciclico e posicionadas pelo
      * MOVPOST.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao, como no CONTCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTCIC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-FS-CONTCIC.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT LOCAIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-COD-LOCAL
               FILE STATUS IS WS-FS-LOCAIS.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
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
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCAL
           VALUE OF FILE-ID "LOCAIS.DAT".
       01  REG-LOCAL.
           02  LC-COD-LOCAL   PIC 9(02).
           02  LC-NOME        PIC X(30).
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
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-FS-CONTCIC  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-TEM-LOCAIS  PIC X(01) VALUE "N".
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-JA-CONTADO  PIC X(01) VALUE "N".
           02  WS-COD-PRODUTO PIC 9(04) VALUE ZEROS.
       01  WS-DATA.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  WS-DIA         PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 27  VALUE "CONTAGEM CICLICA POR LOCAL".
           02  LINE  3 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  4 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE  5 COLUMN 07  VALUE "Local (00=Sem Local)...:".
           02  LINE  6 COLUMN 07  VALUE "Nome do Local..........:".
           02  LINE  7 COLUMN 07  VALUE "Quantidade Contada.....:".
           02  LINE  8 COLUMN 07  VALUE "Data Contagem AAAAMMDD.:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O CONTCIC-S.
           IF WS-FS-CONTCIC NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CONTCIC.DAT - Status: " WS-FS-CONTCIC
              DISPLAY (11, 15) "Emita as Fichas pelo CICLGER"
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS = "00"
              MOVE "S" TO WS-TEM-LOCAIS
           END-IF.
           OPEN INPUT OPERADOR-S.
           IF WS-FS-OPERADOR = "35"
              OPEN OUTPUT OPERADOR-S
              MOVE 0001 TO OP-CODIGO
              MOVE "SUPERVISOR" TO OP-NOME
              MOVE "MESTRE" TO OP-SENHA
              MOVE "S" TO OP-PERM-INCLUI
              MOVE "S" TO OP-PERM-ALTERA
              MOVE "S" TO OP-PERM-EXCLUI
              MOVE "S" TO OP-PERM-CONSUL
              MOVE "S" TO OP-SUPERVISOR
              MOVE "N" TO OP-BLOQUEADO
              MOVE ZEROS TO OP-FALHAS
              MOVE ZEROS TO OP-DATA-SENHA
              WRITE REG-OPERADOR
              CLOSE OPERADOR-S
              OPEN INPUT OPERADOR-S
           END-IF.
           IF WS-FS-OPERADOR NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir OPERADOR.DAT - Status: " WS-FS-OPERADOR
              GOBACK
           END-IF.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
       012-ASSINA.
           MOVE "CICLCAD" TO WS-PROGRAMA.
           CALL "ASSINA" USING WS-PROGRAMA WS-OPERADOR WS-RESULTADO.
           IF WS-RESULTADO NOT = "A"
              DISPLAY (10, 15) "Acesso Negado - Programa Encerrado"
              GOBACK.
           MOVE WS-OPERADOR TO OP-CODIGO.
           READ OPERADOR-S
               INVALID KEY
                   DISPLAY (10, 15) "Operador Nao Cadastrado"
                   GOBACK
           END-READ.
           IF OP-PERM-INCLUI NOT = "S"
              DISPLAY (10, 15)
                 "Operador Sem Permissao de Lancamento"
              GOBACK.
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
       040-CODIGO.
           ACCEPT (03, 32) WS-COD-PRODUTO WITH PROMPT.
           IF WS-COD-PRODUTO = 9999
              GO TO 060-FIM.
           IF WS-COD-PRODUTO = ZEROS
              DISPLAY (21, 18) "Codigo Invalido - Redigite"
              GO TO 040-CODIGO.
           MOVE WS-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 040-CODIGO
           END-READ.
           DISPLAY (04, 32) NOME-PRODUTO.
       041-LOCAL.
           MOVE WS-COD-PRODUTO TO CC-COD-PRODUTO.
           ACCEPT (05, 32) CC-COD-LOCAL WITH PROMPT.
           DISPLAY (06, 32) WS-LIMPA.
           IF CC-COD-LOCAL = ZEROS
              DISPLAY (06, 32) "(ESTOQUE SEM LOCAL DEFINIDO)"
           ELSE
              IF WS-TEM-LOCAIS = "S"
                 MOVE CC-COD-LOCAL TO LC-COD-LOCAL
                 READ LOCAIS-S
                     INVALID KEY
                         MOVE "NAO CADASTRADO" TO LC-NOME
                 END-READ
                 DISPLAY (06, 32) LC-NOME
              END-IF
           END-IF.
           MOVE "N" TO WS-JA-CONTADO.
           READ CONTCIC-S
               INVALID KEY
                   DISPLAY (21, 18) "Local Fora das Fichas - Redigite"
                   GO TO 041-LOCAL
           END-READ.
           IF CICLO-ACERTADO
              DISPLAY (21, 18) "Local Fora das Fichas - Redigite"
              GO TO 041-LOCAL.
           IF CICLO-CONTADO
              MOVE "S" TO WS-JA-CONTADO
              DISPLAY (07, 32) CC-QTD-CONTADA
              DISPLAY (21, 18)
                  "Ja Contado - Nova Digitacao Substitui".
       042-QUANTIDADE.
           ACCEPT (07, 32) CC-QTD-CONTADA WITH PROMPT.
       043-DATA.
           MOVE WS-ANO TO CC-ANO.
           MOVE WS-MES TO CC-MES.
           MOVE WS-DIA TO CC-DIA.
           DISPLAY (08, 32) CC-DATA-CONTAGEM.
           ACCEPT (08, 32) CC-DATA-CONTAGEM WITH PROMPT.
           IF CC-MES < 1 OR CC-MES > 12 OR CC-DIA < 1 OR CC-DIA > 31
              DISPLAY (21, 18) "Data Invalida - Redigite"
              GO TO 043-DATA.
           IF CC-DATA-CONTAGEM < CC-DATA-FICHA
              DISPLAY (21, 18) "Data Anterior a Ficha - Redigite"
              GO TO 043-DATA.
       050-GRAVAR.
           MOVE "C" TO CC-SITUACAO.
           REWRITE REG-CONTCIC
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Contagem"
           END-REWRITE.
           IF WS-FS-CONTCIC = "00" AND WS-JA-CONTADO = "N"
              ADD 1 TO WS-CONT
           END-IF.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           GO TO 030-LIMPA-DADOS.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE CONTCIC-S.
           CLOSE ALMOX-S.
           IF WS-TEM-LOCAIS = "S"
              CLOSE LOCAIS-S
           END-IF.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA CICLCAD ---------***
