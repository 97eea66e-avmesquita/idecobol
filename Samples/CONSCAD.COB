       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * ESTOQUE CONSIGNADO POR FORNECEDOR
      * Mantem em CONSIG.DAT (chave fornecedor + produto) o acordo
      * de consignacao: material que o fornecedor deixa no
      * almoxarifado e so cobra quando consumido. O acordo guarda o
      * preco combinado, a regra de consumo (C = consome o
      * consignado antes do estoque proprio, P = so depois de
      * esgotado o proprio) e o saldo consignado, que fica fora de
      * QTD-ESTOQUE e portanto fora da valorizacao do ALMOXLST, do
      * FECHDIA e do FECHCON. Na mesma tela registra o recebimento
      * (R) e a devolucao ao fornecedor (D) de material consignado e
      * o acerto do saldo pela contagem fisica (A); o consumo e
      * baixado pelo MOVPOST nas saidas de requisicao. Cada
      * movimento soma no mes em CONSMES.DAT, base do extrato e da
      * conciliacao do CONSEXT, e toda gravacao do acordo vai para o
      * jornal de auditoria JORNAL.DAT.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de alteracao (perfil do OPERCAD); como regrava
      * saldos tambem baixados pelo MOVPOST, a tela toma a trava
      * TRAVA.DAT enquanto esta aberta.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIG-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               ALTERNATE RECORD KEY IS CG-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONSIG.
           SELECT CONSMES-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS WS-FS-CONSMES.
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
           SELECT JORNAL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-JORNAL.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
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
       FD CONSMES-S
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CONSMES
           VALUE OF FILE-ID "CONSMES.DAT".
       01  REG-CONSMES.
           02  CM-CHAVE.
               03  CM-COD-FORNEC  PIC 9(04).
               03  CM-COD-PRODUTO PIC 9(04).
               03  CM-ANO         PIC 9(04).
               03  CM-MES         PIC 9(02).
           02  CM-SALDO-INI   PIC 9(05).
           02  CM-QTD-RECEB   PIC 9(05).
           02  CM-QTD-DEVOL   PIC 9(05).
           02  CM-QTD-AJUSTE  PIC S9(05).
           02  CM-QTD-CONSUMO PIC 9(05).
           02  CM-VALOR-CONSUMO PIC 9(07)V99.
           02  CM-SALDO-FIM   PIC 9(05).
           02  FILLER         PIC X(07).
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
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
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
           02  WS-FS-CONSIG   PIC X(02) VALUE SPACES.
           02  WS-FS-CONSMES  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-JORNAL   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-FORNEC      PIC 9(04) VALUE ZEROS.
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-PRECO       PIC 9(05)V99 VALUE ZEROS.
           02  WS-REGRA       PIC X(01) VALUE SPACE.
           02  WS-MOVTO       PIC X(01) VALUE SPACE.
           02  WS-QTD-MOV     PIC 9(05) VALUE ZEROS.
           02  WS-SALDO-ANT   PIC 9(05) VALUE ZEROS.
           02  WS-DIFERENCA   PIC S9(05) VALUE ZEROS.
           02  WS-EXISTE      PIC X(01) VALUE "N".
           02  ED-PRECO       PIC ZZ.ZZ9,99.
           02  ED-SALDO       PIC ZZ.ZZ9.
           02  WS-DATA-HOJE.
               03  WS-HOJE-ANO PIC 9(04).
               03  WS-HOJE-MES PIC 9(02).
               03  WS-HOJE-DIA PIC 9(02).
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-OPERACAO PIC X(01) VALUE SPACE.
           02  WS-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       01  AREA-TRAVA.
           02  WS-TR-FUNCAO   PIC X(01) VALUE "P".
           02  WS-TR-PROGRAMA PIC X(08) VALUE "CONSCAD ".
           02  WS-TR-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-TR-RESULT   PIC X(01) VALUE "N".
       01  WS-TR-DETENTOR.
           02  WS-DET-PROGRAMA PIC X(08).
           02  WS-DET-OPERADOR PIC 9(04).
           02  WS-DET-DATA    PIC 9(08).
           02  WS-DET-HORA    PIC 9(06).
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 23  VALUE
               "ESTOQUE CONSIGNADO POR FORNECEDOR".
           02  LINE  3 COLUMN 07  VALUE "Fornecedor (9999=Fim)..:".
           02  LINE  4 COLUMN 07  VALUE "Produto................:".
           02  LINE  5 COLUMN 07  VALUE "Preco Acordado.........:".
           02  LINE  6 COLUMN 07  VALUE "Regra de Consumo.......:".
           02  LINE  6 COLUMN 36  VALUE
               "C=Consignado Antes  P=Proprio Antes".
           02  LINE  7 COLUMN 07  VALUE "Saldo Consignado.......:".
           02  LINE  9 COLUMN 07  VALUE "Movimento..............:".
           02  LINE  9 COLUMN 36  VALUE
               "R=Recebe D=Devolve A=Acerto N=Nada".
           02  LINE 10 COLUMN 07  VALUE "Quantidade / Contagem..:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O CONSIG-S.
           IF WS-FS-CONSIG = "35"
              OPEN OUTPUT CONSIG-S
              CLOSE CONSIG-S
              OPEN I-O CONSIG-S
           END-IF.
           IF WS-FS-CONSIG NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CONSIG.DAT - Status: " WS-FS-CONSIG
              GOBACK
           END-IF.
           OPEN I-O CONSMES-S.
           IF WS-FS-CONSMES = "35"
              OPEN OUTPUT CONSMES-S
              CLOSE CONSMES-S
              OPEN I-O CONSMES-S
           END-IF.
           IF WS-FS-CONSMES NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CONSMES.DAT - Status: " WS-FS-CONSMES
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT FORNECEDOR-S.
           IF WS-FS-FORNEC NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir FORNECED.DAT - Status: " WS-FS-FORNEC
              GOBACK
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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       012-ASSINA.
           MOVE "CONSCAD" TO WS-PROGRAMA.
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
           IF OP-PERM-ALTERA NOT = "S"
              DISPLAY (10, 15)
                 "Operador Sem Permissao de Alteracao"
              GOBACK.
      *    Trava de exclusao contra a baixa do MOVPOST, que tambem
      *    regrava o saldo consignado.
       013-TRAVA.
           MOVE "P" TO WS-TR-FUNCAO.
           MOVE WS-OPERADOR TO WS-TR-OPERADOR.
           CALL "TRAVA" USING WS-TR-FUNCAO WS-TR-PROGRAMA
               WS-TR-OPERADOR WS-TR-RESULT WS-TR-DETENTOR.
           IF WS-TR-RESULT = "O"
              GO TO 020-VIDEO.
           DISPLAY (10, 15) "Travado por " WS-DET-PROGRAMA
              " operador " WS-DET-OPERADOR.
           DISPLAY (11, 15) "desde " WS-DET-DATA " " WS-DET-HORA.
           IF OP-SUPERVISOR NOT = "S"
              DISPLAY (13, 15) "Aguarde a liberacao da trava"
              GOBACK.
           DISPLAY (13, 15) "Forcar a trava (S/N)? ".
           ACCEPT (13, 38) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              GOBACK.
           MOVE "F" TO WS-TR-FUNCAO.
           CALL "TRAVA" USING WS-TR-FUNCAO WS-TR-PROGRAMA
               WS-TR-OPERADOR WS-TR-RESULT WS-TR-DETENTOR.
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (03, 38) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (04, 38) WS-LIMPA.
           DISPLAY (05, 32) "           ".
           DISPLAY (06, 32) " ".
           DISPLAY (07, 32) "        ".
           DISPLAY (09, 32) " ".
           DISPLAY (10, 32) "      ".
       040-FORNEC.
           ACCEPT (03, 32) WS-FORNEC WITH PROMPT.
           IF WS-FORNEC = 9999
              GO TO 060-FIM.
           IF WS-FORNEC = ZEROS
              DISPLAY (21, 18) "Codigo Invalido - Redigite"
              GO TO 040-FORNEC.
           MOVE WS-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   DISPLAY (21, 18) "Fornecedor Nao Cadastrado"
                   GO TO 040-FORNEC
           END-READ.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (03, 38) FOR-NOME.
       041-PRODUTO.
           ACCEPT (04, 32) WS-PRODUTO WITH PROMPT.
           IF WS-PRODUTO = ZEROS
              GO TO 030-LIMPA-DADOS.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 041-PRODUTO
           END-READ.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit Nao Tem Estoque - Redigite"
              GO TO 041-PRODUTO.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (04, 38) NOME-PRODUTO.
           MOVE WS-FORNEC  TO CG-COD-FORNEC.
           MOVE WS-PRODUTO TO CG-COD-PRODUTO.
           MOVE "S" TO WS-EXISTE.
           READ CONSIG-S
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "S"
              MOVE CG-PRECO TO ED-PRECO
              DISPLAY (05, 32) ED-PRECO
              DISPLAY (06, 32) CG-REGRA
              MOVE CG-SALDO TO ED-SALDO
              DISPLAY (07, 32) ED-SALDO
           ELSE
              DISPLAY (21, 18) "Acordo Novo - Informe Preco e Regra"
              DISPLAY (07, 32) "     0"
           END-IF.
      *    No acordo existente, preco zero e regra em branco mantem
      *    o que esta gravado.
       042-PRECO.
           ACCEPT (05, 32) WS-PRECO WITH PROMPT.
           IF WS-PRECO = ZEROS
              IF WS-EXISTE = "S"
                 MOVE CG-PRECO TO WS-PRECO
              ELSE
                 DISPLAY (21, 18) "Preco Invalido - Redigite"
                 GO TO 042-PRECO
              END-IF
           END-IF.
           MOVE WS-PRECO TO ED-PRECO.
           DISPLAY (05, 32) ED-PRECO.
       043-REGRA.
           ACCEPT (06, 32) WS-REGRA WITH PROMPT.
           IF WS-REGRA = "c"
              MOVE "C" TO WS-REGRA.
           IF WS-REGRA = "p"
              MOVE "P" TO WS-REGRA.
           IF WS-REGRA = SPACE AND WS-EXISTE = "S"
              MOVE CG-REGRA TO WS-REGRA.
           IF WS-REGRA NOT = "C" AND WS-REGRA NOT = "P"
              DISPLAY (21, 18) "Regra Invalida - Redigite"
              GO TO 043-REGRA.
           DISPLAY (06, 32) WS-REGRA.
           DISPLAY (21, 18) "                                    ".
           IF WS-EXISTE = "N"
              MOVE WS-FORNEC    TO CG-COD-FORNEC
              MOVE WS-PRODUTO   TO CG-COD-PRODUTO
              MOVE WS-PRECO     TO CG-PRECO
              MOVE WS-REGRA     TO CG-REGRA
              MOVE ZEROS        TO CG-SALDO
              MOVE WS-DATA-HOJE TO CG-DATA
              MOVE WS-OPERADOR  TO CG-OPERADOR
              MOVE SPACES       TO WS-IMAGEM-ANTES
              WRITE REG-CONSIG
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar Acordo"
                      GO TO 030-LIMPA-DADOS
              END-WRITE
              MOVE "S" TO WS-EXISTE
              MOVE "I" TO WS-JR-OPERACAO
              PERFORM 070-JORNAL THRU 070-JORNAL-EXIT
              DISPLAY (21, 18) "Acordo de Consignacao Incluido"
              GO TO 045-MOVTO.
           IF WS-PRECO NOT = CG-PRECO OR WS-REGRA NOT = CG-REGRA
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE REG-CONSIG TO WS-IMAGEM-ANTES
              MOVE WS-PRECO     TO CG-PRECO
              MOVE WS-REGRA     TO CG-REGRA
              MOVE WS-DATA-HOJE TO CG-DATA
              MOVE WS-OPERADOR  TO CG-OPERADOR
              PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT
              DISPLAY (21, 18) "Acordo de Consignacao Alterado"
           END-IF.
       045-MOVTO.
           DISPLAY (09, 32) " ".
           DISPLAY (10, 32) "      ".
           ACCEPT (09, 32) WS-MOVTO WITH PROMPT.
           IF WS-MOVTO = "r"
              MOVE "R" TO WS-MOVTO.
           IF WS-MOVTO = "d"
              MOVE "D" TO WS-MOVTO.
           IF WS-MOVTO = "a"
              MOVE "A" TO WS-MOVTO.
           IF WS-MOVTO = SPACE OR WS-MOVTO = "N" OR WS-MOVTO = "n"
              GO TO 030-LIMPA-DADOS.
           IF WS-MOVTO NOT = "R" AND WS-MOVTO NOT = "D"
              AND WS-MOVTO NOT = "A"
              DISPLAY (21, 18) "Movimento Invalido - Redigite"
              GO TO 045-MOVTO.
           DISPLAY (21, 18) "                                    ".
       046-QUANTIDADE.
           ACCEPT (10, 32) WS-QTD-MOV WITH PROMPT.
           IF WS-MOVTO NOT = "A" AND WS-QTD-MOV = ZEROS
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 046-QUANTIDADE.
           IF WS-MOVTO = "D" AND WS-QTD-MOV > CG-SALDO
              DISPLAY (21, 18) "Devolucao Maior que o Saldo"
              GO TO 046-QUANTIDADE.
           MOVE CG-SALDO TO WS-SALDO-ANT.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-CONSIG TO WS-IMAGEM-ANTES.
           IF WS-MOVTO = "R"
              ADD WS-QTD-MOV TO CG-SALDO
                  ON SIZE ERROR
                      DISPLAY (21, 18) "Saldo Estourou - Redigite"
                      GO TO 046-QUANTIDADE
              END-ADD
           END-IF.
           IF WS-MOVTO = "D"
              SUBTRACT WS-QTD-MOV FROM CG-SALDO.
           IF WS-MOVTO = "A"
              COMPUTE WS-DIFERENCA = WS-QTD-MOV - CG-SALDO
              IF WS-DIFERENCA = ZEROS
                 DISPLAY (21, 18) "Saldo Confere - Sem Acerto"
                 GO TO 045-MOVTO
              END-IF
              MOVE WS-QTD-MOV TO CG-SALDO
           END-IF.
           MOVE WS-DATA-HOJE TO CG-DATA.
           MOVE WS-OPERADOR  TO CG-OPERADOR.
           PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT.
           PERFORM 075-MES THRU 075-MES-EXIT.
           MOVE CG-SALDO TO ED-SALDO.
           DISPLAY (07, 32) ED-SALDO.
           IF WS-MOVTO = "R"
              DISPLAY (21, 18) "Recebimento Consignado Registrado".
           IF WS-MOVTO = "D"
              DISPLAY (21, 18) "Devolucao ao Fornecedor Registrada".
           IF WS-MOVTO = "A"
              DISPLAY (21, 18) "Saldo Consignado Acertado".
           GO TO 045-MOVTO.
       055-REGRAVA.
           REWRITE REG-CONSIG
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Acordo"
                   GO TO 055-REGRAVA-EXIT
           END-REWRITE.
           MOVE "A" TO WS-JR-OPERACAO.
           PERFORM 070-JORNAL THRU 070-JORNAL-EXIT.
       055-REGRAVA-EXIT.
           EXIT.
       070-JORNAL.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO JR-DATA.
           MOVE WS-JR-HORA (1:6) TO JR-HORA.
           MOVE "CONSCAD" TO JR-PROGRAMA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           MOVE WS-JR-OPERACAO TO JR-OPERACAO.
           MOVE CG-COD-PRODUTO TO JR-CHAVE.
           MOVE WS-IMAGEM-ANTES TO JR-ANTES.
           MOVE SPACES TO JR-DEPOIS.
           MOVE REG-CONSIG TO JR-DEPOIS.
           WRITE REG-JORNAL.
       070-JORNAL-EXIT.
           EXIT.
      *    Soma o movimento no mes corrente do acordo em CONSMES.DAT;
      *    o primeiro movimento do mes guarda o saldo de abertura.
       075-MES.
           MOVE CG-COD-FORNEC  TO CM-COD-FORNEC.
           MOVE CG-COD-PRODUTO TO CM-COD-PRODUTO.
           MOVE WS-HOJE-ANO TO CM-ANO.
           MOVE WS-HOJE-MES TO CM-MES.
           MOVE "S" TO WS-EXISTE.
           READ CONSMES-S
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "N"
              MOVE CG-COD-FORNEC  TO CM-COD-FORNEC
              MOVE CG-COD-PRODUTO TO CM-COD-PRODUTO
              MOVE WS-HOJE-ANO    TO CM-ANO
              MOVE WS-HOJE-MES    TO CM-MES
              MOVE WS-SALDO-ANT   TO CM-SALDO-INI
              MOVE ZEROS TO CM-QTD-RECEB
              MOVE ZEROS TO CM-QTD-DEVOL
              MOVE ZEROS TO CM-QTD-AJUSTE
              MOVE ZEROS TO CM-QTD-CONSUMO
              MOVE ZEROS TO CM-VALOR-CONSUMO
           END-IF.
           IF WS-MOVTO = "R"
              ADD WS-QTD-MOV TO CM-QTD-RECEB.
           IF WS-MOVTO = "D"
              ADD WS-QTD-MOV TO CM-QTD-DEVOL.
           IF WS-MOVTO = "A"
              ADD WS-DIFERENCA TO CM-QTD-AJUSTE.
           MOVE CG-SALDO TO CM-SALDO-FIM.
           IF WS-EXISTE = "N"
              WRITE REG-CONSMES
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar CONSMES.DAT"
              END-WRITE
           ELSE
              REWRITE REG-CONSMES
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Regravar CONSMES.DAT"
              END-REWRITE
           END-IF.
           MOVE "S" TO WS-EXISTE.
       075-MES-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE CONSIG-S.
           CLOSE CONSMES-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE JORNAL-S.
           CLOSE OPERADOR-S.
           MOVE "L" TO WS-TR-FUNCAO.
           CALL "TRAVA" USING WS-TR-FUNCAO WS-TR-PROGRAMA
               WS-TR-OPERADOR WS-TR-RESULT WS-TR-DETENTOR.
           GOBACK.
      ***---------- FIM DO PROGRAMA CONSCAD ---------***
