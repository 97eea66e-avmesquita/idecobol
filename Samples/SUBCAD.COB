       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CADASTRO DE PRODUTOS SUBSTITUTOS (EQUIVALENTES)
      * Mantem em SUBST.DAT (chave produto + substituto) os produtos
      * que podem ser entregues no lugar de cada produto quando ele
      * falta - outra marca do mesmo papel, outra embalagem do mesmo
      * detergente - com a ordem de preferencia (1 = primeiro a ser
      * oferecido) e o fator de conversao: quantas unidades do
      * substituto equivalem a uma unidade do produto pedido (ex.:
      * resma de 500 folhas pedida, pacote de 250 entregue = 2,000).
      * Fator zero retira o substituto. A equivalencia vale so no
      * sentido cadastrado. O substituto tem de ser produto
      * cadastrado, diferente do produto, e nem um nem outro pode ser
      * kit ou retornavel. O REQATE oferece os substitutos, em ordem
      * de preferencia e com o saldo livre de reservas, quando o
      * produto requisitado esta em falta, e o SUBLST lista as
      * substituicoes feitas no mes.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de alteracao (perfil do OPERCAD).
      * Produto controlado (TIPO-PRODUTO C, do CTLCAD) nao tem nem e
      * substituto: so sai para os departamentos autorizados.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CHAVE
               FILE STATUS IS WS-FS-SUBST.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD SUBST-S
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-SUBST
           VALUE OF FILE-ID "SUBST.DAT".
       01  REG-SUBST.
           02  SB-CHAVE.
               03  SB-COD-PRODUTO PIC 9(04).
               03  SB-COD-SUBST   PIC 9(04).
           02  SB-PREFERENCIA PIC 9(02).
           02  SB-FATOR       PIC 9(03)V999.
           02  SB-DATA        PIC 9(08).
           02  SB-OPERADOR    PIC 9(04).
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
               88  PRODUTO-CONTROLADO   VALUE "C".
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
           02  WS-FS-SUBST    PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-SUBST       PIC 9(04) VALUE ZEROS.
           02  WS-PREFERENCIA PIC 9(02) VALUE ZEROS.
           02  WS-FATOR       PIC 9(03)V999 VALUE ZEROS.
           02  WS-EXISTE      PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  ED-FATOR       PIC ZZ9,999.
           02  WS-LIN-ITEM    PIC 9(02) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-ITEM.
           02  LI-PREF        PIC Z9.
           02  FILLER         PIC X(02) VALUE SPACES.
           02  LI-COD-SUBST   PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-NOME        PIC X(25).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-FATOR       PIC ZZ9,999.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 25  VALUE "PRODUTOS SUBSTITUTOS".
           02  LINE  3 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  4 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE  6 COLUMN 07  VALUE "Substitutos............:".
           02  LINE  6 COLUMN 32  VALUE
               "PREF COD. NOME DO SUBSTITUTO          FATOR".
           02  LINE 18 COLUMN 07  VALUE "Substituto (0 = Fim)...:".
           02  LINE 19 COLUMN 07  VALUE "Preferencia (1 a 99)...:".
           02  LINE 20 COLUMN 07  VALUE "Fator (0 = Retira).....:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O SUBST-S.
           IF WS-FS-SUBST = "35"
              OPEN OUTPUT SUBST-S
              CLOSE SUBST-S
              OPEN I-O SUBST-S
           END-IF.
           IF WS-FS-SUBST NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir SUBST.DAT - Status: " WS-FS-SUBST
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
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
           MOVE "SUBCAD" TO WS-PROGRAMA.
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
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           MOVE 7 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-LINHA THRU 035-LIMPA-LINHA-EXIT
               UNTIL WS-LIN-ITEM > 17.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (18, 38) WS-LIMPA.
           DISPLAY (19, 32) WS-LIMPA.
           DISPLAY (20, 32) WS-LIMPA.
           DISPLAY (21, 70) "   ".
       040-PRODUTO.
           ACCEPT (03, 32) WS-PRODUTO WITH PROMPT.
           IF WS-PRODUTO = 9999
              GO TO 060-FIM.
           IF WS-PRODUTO = ZEROS
              DISPLAY (21, 18) "Codigo Invalido - Redigite"
              GO TO 040-PRODUTO.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 040-PRODUTO
           END-READ.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (04, 32) NOME-PRODUTO.
      *    Kit e atendido pelos componentes, que tem os substitutos
      *    deles; retornavel e emprestado, nao requisitado.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit Nao Tem Substituto - Redigite"
              GO TO 040-PRODUTO.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Produto Retornavel - Redigite"
              GO TO 040-PRODUTO.
           IF PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Produto Controlado - Redigite"
              GO TO 040-PRODUTO.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
       042-SUBSTITUTO.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (18, 38) WS-LIMPA.
           DISPLAY (19, 32) WS-LIMPA.
           DISPLAY (20, 32) WS-LIMPA.
           ACCEPT (18, 32) WS-SUBST WITH PROMPT.
           IF WS-SUBST = ZEROS
              DISPLAY (21, 18) "Substitutos do Produto Gravados   "
              GO TO 030-LIMPA-DADOS.
           IF WS-SUBST = WS-PRODUTO
              DISPLAY (21, 18) "Produto Nao Substitui Ele Mesmo"
              GO TO 042-SUBSTITUTO.
           MOVE WS-SUBST TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Substituto Nao Cadastrado"
                   GO TO 042-SUBSTITUTO
           END-READ.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Substituto Nao Pode Ser Kit"
              GO TO 042-SUBSTITUTO.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Substituto Nao Pode Ser Retornavel"
              GO TO 042-SUBSTITUTO.
           IF PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Substituto Nao Pode Ser Controlado"
              GO TO 042-SUBSTITUTO.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (18, 38) NOME-PRODUTO.
           MOVE WS-PRODUTO TO SB-COD-PRODUTO.
           MOVE WS-SUBST   TO SB-COD-SUBST.
           MOVE "S" TO WS-EXISTE.
           READ SUBST-S
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "S"
              DISPLAY (19, 32) SB-PREFERENCIA
              MOVE SB-FATOR TO ED-FATOR
              DISPLAY (20, 32) ED-FATOR.
       043-PREFERENCIA.
           ACCEPT (19, 32) WS-PREFERENCIA WITH PROMPT.
           IF WS-PREFERENCIA = ZEROS
              DISPLAY (21, 18) "Preferencia de 1 a 99 - Redigite"
              GO TO 043-PREFERENCIA.
       044-FATOR.
           ACCEPT (20, 32) WS-FATOR WITH PROMPT.
           IF WS-FATOR = ZEROS
              GO TO 046-RETIRA.
           MOVE WS-PRODUTO     TO SB-COD-PRODUTO.
           MOVE WS-SUBST       TO SB-COD-SUBST.
           MOVE WS-PREFERENCIA TO SB-PREFERENCIA.
           MOVE WS-FATOR       TO SB-FATOR.
           MOVE WS-DATA-HOJE   TO SB-DATA.
           MOVE WS-OPERADOR    TO SB-OPERADOR.
           IF WS-EXISTE = "S"
              REWRITE REG-SUBST
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Alterar Substituto"
              END-REWRITE
              DISPLAY (21, 18) "Substituto Alterado               "
           ELSE
              WRITE REG-SUBST
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar Substituto"
              END-WRITE
              DISPLAY (21, 18) "Substituto Incluido               "
           END-IF.
           GO TO 048-MOSTRA.
       046-RETIRA.
           IF WS-EXISTE = "N"
              DISPLAY (21, 18) "Fator Invalido - Redigite"
              GO TO 044-FATOR.
           DELETE SUBST-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Retirar Substituto"
           END-DELETE.
           DISPLAY (21, 18) "Substituto Retirado               ".
       048-MOSTRA.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
           GO TO 042-SUBSTITUTO.
       035-LIMPA-LINHA.
           DISPLAY (WS-LIN-ITEM, 32) WS-LIMPA.
           DISPLAY (WS-LIN-ITEM, 62) "            ".
           ADD 1 TO WS-LIN-ITEM.
       035-LIMPA-LINHA-EXIT.
           EXIT.
      *    Lista os substitutos do produto (ate 10 na tela), na ordem
      *    do codigo, com a preferencia de cada um, e conta todos.
       045-MOSTRA.
           MOVE 7 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-LINHA THRU 035-LIMPA-LINHA-EXIT
               UNTIL WS-LIN-ITEM > 17.
           MOVE ZEROS TO WS-CONT.
           MOVE 7 TO WS-LIN-ITEM.
           MOVE WS-PRODUTO TO SB-COD-PRODUTO.
           MOVE ZEROS TO SB-COD-SUBST.
           START SUBST-S KEY > SB-CHAVE
               INVALID KEY
                   GO TO 045-TOTAL
           END-START.
       045-LE-SUBST.
           READ SUBST-S NEXT RECORD
               AT END
                   GO TO 045-TOTAL
           END-READ.
           IF SB-COD-PRODUTO NOT = WS-PRODUTO
              GO TO 045-TOTAL.
           ADD 1 TO WS-CONT.
           MOVE SB-COD-SUBST TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           IF WS-LIN-ITEM > 16
              DISPLAY (17, 32) "(MAIS SUBSTITUTOS CADASTRADOS)"
              GO TO 045-LE-SUBST.
           MOVE SB-PREFERENCIA TO LI-PREF.
           MOVE SB-COD-SUBST   TO LI-COD-SUBST.
           MOVE NOME-PRODUTO   TO LI-NOME.
           MOVE SB-FATOR       TO LI-FATOR.
           DISPLAY (WS-LIN-ITEM, 32) WS-LINHA-ITEM.
           ADD 1 TO WS-LIN-ITEM.
           GO TO 045-LE-SUBST.
       045-TOTAL.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
       045-MOSTRA-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE SUBST-S.
           CLOSE ALMOX-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA SUBCAD ---------***
