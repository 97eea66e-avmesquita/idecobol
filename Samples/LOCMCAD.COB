       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOCMCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CADASTRO DO ESTOQUE MINIMO E MAXIMO POR LOCAL
      * Mantem o arquivo LOCMIN-S (indexado por LM-CHAVE = produto +
      * local, a mesma chave do SALDOLOC.DAT) com o estoque minimo e
      * o maximo de cada produto em cada local de guarda. O ponto de
      * pedido do PONTOPED continua sendo o minimo geral da empresa;
      * estes limites sao usados pela reposicao dos depositos
      * (REPLOC), que transfere do almoxarifado central para o local
      * que ficar abaixo do minimo, ate o maximo. Minimo cadastrado
      * para o proprio local central e a reserva que a reposicao nao
      * tira dele.
      * Valida o produto contra ALMOX-S (kit, que nao tem estoque
      * proprio, e recusado) e o local contra LOCAIS-S, e mostra o
      * saldo atual do produto no local (SALDOLOC.DAT).
      * Toda inclusao, alteracao e exclusao e registrada no jornal
      * de auditoria JORNAL.DAT com operador, data, hora e as imagens
      * do registro antes e depois (consulta pelo JORNLST).
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCMIN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CHAVE
               FILE STATUS IS WS-FS-LOCMIN.
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
           SELECT SALDOLOC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WS-FS-SALDOLOC.
           SELECT JORNAL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-JORNAL.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD LOCMIN-S
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-LOCMIN
           VALUE OF FILE-ID "LOCMIN.DAT".
       01  REG-LOCMIN.
           02  LM-CHAVE.
               03  LM-COD-PRODUTO PIC 9(04).
               03  LM-COD-LOCAL   PIC 9(02).
           02  LM-MINIMO      PIC 9(04).
           02  LM-MAXIMO      PIC 9(04).
           02  LM-DATA        PIC 9(08).
           02  LM-OPERADOR    PIC 9(04).
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
       FD JORNAL-S
           RECORD CONTAINS 231 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-JORNAL
           VALUE OF FILE-ID "JORNAL.DAT".
       01  REG-JORNAL.
           02  JR-DATA        PIC 9(08).
           02  JR-HORA        PIC 9(06).
           02  JR-PROGRAMA    PIC X(08).
           02  JR-OPERADOR    PIC 9(04).
           02  JR-OPERACAO    PIC X(01).
           02  JR-CHAVE       PIC 9(04).
           02  JR-ANTES       PIC X(100).
           02  JR-DEPOIS      PIC X(100).
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
           02  WS-FS-LOCMIN   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-SALDOLOC PIC X(02) VALUE SPACES.
           02  WS-TEM-SALDOLOC PIC X(01) VALUE "N".
           02  WS-FS-JORNAL   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-IMAGEM-ANTES PIC X(100) VALUE SPACES.
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-SALDO-LOCAL PIC 9(04) VALUE ZEROS.
           02  WS-OPCAO       PIC X(01) VALUE "I".
               88  OPCAO-INCLUIR  VALUE "I".
               88  OPCAO-ALTERAR  VALUE "A".
               88  OPCAO-EXCLUIR  VALUE "E".
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 22  VALUE
               "ESTOQUE MINIMO E MAXIMO POR LOCAL".
           02  LINE  3 COLUMN 07  VALUE
               "Operacao (I-nclui/A-ltera/E-xclui)....:".
           02  LINE  4 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  5 COLUMN 07  VALUE "Codigo do Local........:".
           02  LINE  6 COLUMN 07  VALUE "Saldo no Local.........:".
           02  LINE  7 COLUMN 07  VALUE "Estoque Minimo.........:".
           02  LINE  8 COLUMN 07  VALUE "Estoque Maximo.........:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O LOCMIN-S.
           IF WS-FS-LOCMIN = "35"
              OPEN OUTPUT LOCMIN-S
              CLOSE LOCMIN-S
              OPEN I-O LOCMIN-S
           END-IF.
           IF WS-FS-LOCMIN NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir LOCMIN.DAT - Status: " WS-FS-LOCMIN
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir LOCAIS.DAT - Status: " WS-FS-LOCAIS
              GOBACK
           END-IF.
           OPEN INPUT SALDOLOC-S.
           IF WS-FS-SALDOLOC = "00"
              MOVE "S" TO WS-TEM-SALDOLOC
           END-IF.
           OPEN EXTEND JORNAL-S.
           IF WS-FS-JORNAL = "35"
              OPEN OUTPUT JORNAL-S
              CLOSE JORNAL-S
              OPEN EXTEND JORNAL-S
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
       012-ASSINA.
           MOVE "LOCMCAD " TO WS-PROGRAMA.
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
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (04, 38) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (05, 36) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
       035-OPCAO.
           ACCEPT (03, 48) WS-OPCAO WITH PROMPT.
           IF NOT (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR)
              DISPLAY (21, 18) "Opcao Invalida - Redigite"
              GO TO 035-OPCAO.
           IF (OPCAO-INCLUIR AND OP-PERM-INCLUI NOT = "S")
              OR (OPCAO-ALTERAR AND OP-PERM-ALTERA NOT = "S")
              OR (OPCAO-EXCLUIR AND OP-PERM-EXCLUI NOT = "S")
              DISPLAY (21, 18) "Operacao Nao Autorizada - Redigite"
              GO TO 035-OPCAO.
       040-CODIGO.
           ACCEPT (04, 32) LM-COD-PRODUTO WITH PROMPT.
           IF LM-COD-PRODUTO = 9999
              GO TO 060-FIM.
           IF LM-COD-PRODUTO = ZEROS
              DISPLAY (21, 18) "Codigo Invalido - Redigite"
              GO TO 040-CODIGO.
           MOVE LM-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE SPACES TO NOME-PRODUTO
                   MOVE SPACE TO TIPO-PRODUTO
                   IF OPCAO-INCLUIR
                      DISPLAY (21, 18)
                         "Produto Nao Cadastrado - Redigite"
                      GO TO 040-CODIGO
                   END-IF
           END-READ.
           IF OPCAO-INCLUIR AND PRODUTO-KIT
              DISPLAY (21, 18) "Produto Kit Nao Tem Estoque"
              GO TO 040-CODIGO.
           DISPLAY (04, 38) NOME-PRODUTO.
       042-LOCAL.
           ACCEPT (05, 32) LM-COD-LOCAL WITH PROMPT.
           IF LM-COD-LOCAL = ZEROS
              DISPLAY (21, 18) "Local Invalido - Redigite"
              GO TO 042-LOCAL.
           MOVE LM-COD-LOCAL TO LC-COD-LOCAL.
           READ LOCAIS-S
               INVALID KEY
                   DISPLAY (21, 18) "Local Nao Cadastrado - Redigite"
                   GO TO 042-LOCAL
           END-READ.
           DISPLAY (05, 36) LC-NOME.
           MOVE ZEROS TO WS-SALDO-LOCAL.
           IF WS-TEM-SALDOLOC = "S"
              MOVE LM-COD-PRODUTO TO SL-COD-PRODUTO
              MOVE LM-COD-LOCAL   TO SL-COD-LOCAL
              READ SALDOLOC-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE SL-QTD TO WS-SALDO-LOCAL
              END-READ
           END-IF.
           DISPLAY (06, 32) WS-SALDO-LOCAL.
           IF OPCAO-EXCLUIR
              GO TO 045-EXCLUIR.
           IF OPCAO-ALTERAR
              GO TO 046-ALTERAR.
           READ LOCMIN-S
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY (21, 18) "Ja Cadastrado - Use A-ltera"
                   GO TO 040-CODIGO
           END-READ.
       050-MINIMO.
           ACCEPT (07, 32) LM-MINIMO WITH PROMPT.
       052-MAXIMO.
           ACCEPT (08, 32) LM-MAXIMO WITH PROMPT.
           IF LM-MAXIMO = ZEROS
              DISPLAY (21, 18) "Maximo Invalido - Redigite"
              GO TO 052-MAXIMO.
           IF LM-MAXIMO < LM-MINIMO
              DISPLAY (21, 18) "Maximo Menor que Minimo - Redigite"
              GO TO 050-MINIMO.
           ACCEPT LM-DATA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR TO LM-OPERADOR.
           IF OPCAO-ALTERAR
              REWRITE REG-LOCMIN
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Alterar Registro"
              END-REWRITE
              IF WS-FS-LOCMIN = "00"
                 MOVE "A" TO JR-OPERACAO
                 MOVE LM-COD-PRODUTO TO JR-CHAVE
                 MOVE WS-IMAGEM-ANTES TO JR-ANTES
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-LOCMIN TO JR-DEPOIS
                 PERFORM 055-GRAVA-JORNAL THRU 055-GRAVA-JORNAL-EXIT
              END-IF
           ELSE
              WRITE REG-LOCMIN
                  INVALID KEY
                      DISPLAY (21, 18) "Codigo Ja Cadastrado"
              END-WRITE
              IF WS-FS-LOCMIN = "00"
                 MOVE "I" TO JR-OPERACAO
                 MOVE LM-COD-PRODUTO TO JR-CHAVE
                 MOVE SPACES TO JR-ANTES
                 MOVE SPACES TO JR-DEPOIS
                 MOVE REG-LOCMIN TO JR-DEPOIS
                 PERFORM 055-GRAVA-JORNAL THRU 055-GRAVA-JORNAL-EXIT
              END-IF
           END-IF.
           GO TO 030-LIMPA-DADOS.
       055-GRAVA-JORNAL.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO JR-DATA.
           MOVE WS-JR-HORA (1:6) TO JR-HORA.
           MOVE "LOCMCAD " TO JR-PROGRAMA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           WRITE REG-JORNAL.
       055-GRAVA-JORNAL-EXIT.
           EXIT.
       045-EXCLUIR.
           READ LOCMIN-S
               INVALID KEY
                   DISPLAY (21, 18) "Nao Cadastrado - Redigite"
                   GO TO 040-CODIGO
           END-READ.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-LOCMIN TO WS-IMAGEM-ANTES.
           DISPLAY (07, 32) LM-MINIMO.
           DISPLAY (08, 32) LM-MAXIMO.
           DISPLAY (21, 18) "Confirma Exclusao (S/N)?".
           ACCEPT (21, 43) WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR "s"
              DELETE LOCMIN-S
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Excluir Registro"
              END-DELETE
              IF WS-FS-LOCMIN = "00"
                 MOVE "E" TO JR-OPERACAO
                 MOVE LM-COD-PRODUTO TO JR-CHAVE
                 MOVE WS-IMAGEM-ANTES TO JR-ANTES
                 MOVE SPACES TO JR-DEPOIS
                 PERFORM 055-GRAVA-JORNAL THRU 055-GRAVA-JORNAL-EXIT
              END-IF
           END-IF.
           GO TO 030-LIMPA-DADOS.
       046-ALTERAR.
           READ LOCMIN-S
               INVALID KEY
                   DISPLAY (21, 18) "Nao Cadastrado - Redigite"
                   GO TO 040-CODIGO
           END-READ.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-LOCMIN TO WS-IMAGEM-ANTES.
           DISPLAY (07, 32) LM-MINIMO.
           DISPLAY (08, 32) LM-MAXIMO.
           GO TO 050-MINIMO.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE LOCMIN-S.
           CLOSE ALMOX-S.
           CLOSE LOCAIS-S.
           IF WS-TEM-SALDOLOC = "S"
              CLOSE SALDOLOC-S
           END-IF.
           CLOSE JORNAL-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA LOCMCAD ---------***
