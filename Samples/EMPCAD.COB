       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * EMPRESTIMO DE FERRAMENTAS E EQUIPAMENTOS RETORNAVEIS
      * Produto retornavel (TIPO-PRODUTO R no ALMOX) nao sai por
      * requisicao: e emprestado por este programa num documento com
      * departamento (validado contra DEPTOS.DAT), nome do tomador,
      * data de saida e data prevista de devolucao, com ate 10 itens
      * (numero sequencial guardado em EMPNUM.DAT). Cada item e uma
      * linha de EMPREST.DAT, chave numero + item. O material
      * emprestado continua no estoque (QTD-ESTOQUE nao muda) mas
      * deixa de estar disponivel: so e emprestado o que sobra do
      * estoque depois dos emprestimos em aberto do produto.
      * A devolucao (operacao D) e conferida contra o item do
      * emprestimo: a quantidade devolvida em ordem volta a ficar
      * disponivel e a avariada ou perdida vira uma perda (tipo P,
      * origem E) em MOVTO.DAT com o motivo informado (1 quebra, 3
      * furto, 99 outro), baixada do estoque pelo MOVPOST com o
      * departamento e o numero do emprestimo. O item fica P
      * (devolvido em parte) ate nao restar nada pendente, quando
      * passa a D. Com o mes corrente fechado em PERFECH.DAT
      * (FECHMES) a devolucao em ordem e aceita, mas a perda nao.
      * Os emprestimos vencidos saem por departamento no EMPATR.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao (perfil do OPERCAD), como no MOVCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREST-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CHAVE
               ALTERNATE RECORD KEY IS EP-COD-PRODUTO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EP-COD-DEPTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPREST.
           SELECT EMPNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-EMPNUM.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT PERFECH-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
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
       FD EMPNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-EMPNUM
           VALUE OF FILE-ID "EMPNUM.DAT".
       01  REG-EMPNUM.
           02  EN-ULTIMO      PIC 9(06).
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
       01  REG-MOVTO.
           02  MV-COD-PRODUTO PIC 9(04).
           02  MV-TIPO        PIC X(01).
           02  MV-QTD         PIC 9(04).
           02  MV-DATA.
               03  MV-ANO     PIC 9(04).
               03  MV-MES     PIC 9(02).
               03  MV-DIA     PIC 9(02).
           02  MV-CUSTO-UNIT  PIC 9(05)V99.
           02  MV-LOCAL       PIC 9(02).
           02  MV-LOCAL-DEST  PIC 9(02).
           02  MV-LOTE        PIC X(10).
           02  MV-VALIDADE    PIC 9(08).
           02  MV-COD-DEPTO   PIC 9(04).
           02  MV-NUMERO-REQ  PIC 9(06).
           02  MV-MOTIVO      PIC 9(02).
               88  MOTIVO-QUEBRA       VALUE 01.
               88  MOTIVO-VALIDADE     VALUE 02.
               88  MOTIVO-FURTO        VALUE 03.
               88  MOTIVO-OUTRO        VALUE 99.
           02  MV-UNID-COMPRA PIC X(01).
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-AJUSTE       VALUE "A".
               88  ORIGEM-REQUIS       VALUE "R".
               88  ORIGEM-COMPRA       VALUE "C".
               88  ORIGEM-EMPREST      VALUE "E".
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
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
       FD DEPTOS-S
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEPTO
           VALUE OF FILE-ID "DEPTOS.DAT".
       01  REG-DEPTO.
           02  DP-COD-DEPTO   PIC 9(04).
           02  DP-NOME        PIC X(15).
           02  DP-QUOTA-QTD   PIC 9(06).
           02  DP-QUOTA-VALOR PIC 9(08)V99.
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
           02  WS-FS-EMPREST  PIC X(02) VALUE SPACES.
           02  WS-FS-EMPNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-OPERACAO    PIC X(01) VALUE SPACE.
           02  WS-MES-FECHADO PIC X(01) VALUE "N".
           02  WS-FIM-SCAN    PIC X(01) VALUE "N".
           02  WS-COD-DEPTO   PIC 9(04) VALUE ZEROS.
           02  WS-TOMADOR     PIC X(30) VALUE SPACES.
           02  WS-PREVISTA    PIC 9(08) VALUE ZEROS.
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-QTD         PIC 9(04) VALUE ZEROS.
           02  WS-EMPRESTADO  PIC 9(06) VALUE ZEROS.
           02  WS-DISPONIVEL  PIC S9(06) VALUE ZEROS.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-ITEM        PIC 9(02) VALUE ZEROS.
           02  WS-PENDENTE    PIC 9(04) VALUE ZEROS.
           02  WS-QTD-DEVOL   PIC 9(04) VALUE ZEROS.
           02  WS-QTD-PERDA   PIC 9(04) VALUE ZEROS.
           02  WS-MOTIVO      PIC 9(02) VALUE ZEROS.
               88  MOTIVO-EMPREST-VALIDO VALUE 01 03 99.
           02  WS-QTD-LINHAS  PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(02) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(02) COMP VALUE ZEROS.
           02  ED-ITEM        PIC Z9.
           02  ED-QTD         PIC ZZ.ZZ9.
           02  ED-DISPONIVEL  PIC -ZZ.ZZ9.
       01  WS-TABELA-LINHAS.
           02  WS-LINHA OCCURS 10 TIMES.
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-QTD         PIC 9(04).
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 20  VALUE
               "EMPRESTIMO DE FERRAMENTAS E EQUIPAMENTOS".
           02  LINE  3 COLUMN 07  VALUE "Operacao E/D (9=Fim)...:".
           02  LINE  3 COLUMN 36  VALUE
               "E=Emprestimo  D=Devolucao".
           02  LINE  4 COLUMN 07  VALUE "Numero do Emprestimo...:".
           02  LINE  5 COLUMN 07  VALUE "Cod. do Departamento...:".
           02  LINE  6 COLUMN 07  VALUE "Tomador................:".
           02  LINE  7 COLUMN 07  VALUE "Devolucao Prevista.....:".
           02  LINE  9 COLUMN 07  VALUE "Item...................:".
           02  LINE 10 COLUMN 07  VALUE "Produto (0=Fim Lista)..:".
           02  LINE 11 COLUMN 07  VALUE "Disponivel / Pendente..:".
           02  LINE 12 COLUMN 07  VALUE "Quantidade Emprestada..:".
           02  LINE 14 COLUMN 07  VALUE "Devolvido em Ordem.....:".
           02  LINE 15 COLUMN 07  VALUE "Avariado ou Perdido....:".
           02  LINE 16 COLUMN 07  VALUE "Motivo 1Q/3F/99O.......:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O EMPREST-S.
           IF WS-FS-EMPREST = "35"
              OPEN OUTPUT EMPREST-S
              CLOSE EMPREST-S
              OPEN I-O EMPREST-S
           END-IF.
           IF WS-FS-EMPREST NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir EMPREST.DAT - Status: " WS-FS-EMPREST
              GOBACK
           END-IF.
           OPEN I-O EMPNUM-S.
           IF WS-FS-EMPNUM = "35"
              OPEN OUTPUT EMPNUM-S
              MOVE ZEROS TO EN-ULTIMO
              WRITE REG-EMPNUM
              CLOSE EMPNUM-S
              OPEN I-O EMPNUM-S
           END-IF.
           READ EMPNUM-S
               AT END
                   MOVE ZEROS TO EN-ULTIMO
           END-READ.
           MOVE EN-ULTIMO TO WS-ULT-NUMERO.
           OPEN EXTEND MOVTO-S.
           IF WS-FS-MOVTO = "35"
              OPEN OUTPUT MOVTO-S
              CLOSE MOVTO-S
              OPEN EXTEND MOVTO-S
           END-IF.
           IF WS-FS-MOVTO NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir MOVTO.DAT - Status: " WS-FS-MOVTO
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir DEPTOS.DAT - Status: " WS-FS-DEPTOS
              DISPLAY (11, 15)
                 "Cadastre os departamentos pelo DEPCAD"
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
      *    Mes fechado pela contabilidade: a perda na devolucao nao
      *    e aceita, como no MOVCAD.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH = "00"
              MOVE WS-DATA-HOJE (1:6) TO PF-ANOMES
              READ PERFECH-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PERIODO-FECHADO
                         MOVE "S" TO WS-MES-FECHADO
                      END-IF
              END-READ
              CLOSE PERFECH-S
           END-IF.
       012-ASSINA.
           MOVE "EMPCAD" TO WS-PROGRAMA.
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
           DISPLAY (03, 32) " ".
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (05, 38) "               ".
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
           MOVE ZEROS TO WS-QTD-LINHAS.
           PERFORM 036-LIMPA-ITEM THRU 036-LIMPA-ITEM-EXIT.
       035-OPERACAO.
           ACCEPT (03, 32) WS-OPERACAO WITH PROMPT.
           IF WS-OPERACAO = "9"
              GO TO 060-FIM.
           IF WS-OPERACAO = "e"
              MOVE "E" TO WS-OPERACAO.
           IF WS-OPERACAO = "d"
              MOVE "D" TO WS-OPERACAO.
           IF WS-OPERACAO = "D"
              GO TO 070-NUMERO.
           IF WS-OPERACAO NOT = "E"
              DISPLAY (21, 18) "Operacao Invalida - Redigite"
              GO TO 035-OPERACAO.
           DISPLAY (21, 18) "                                    ".
       040-DEPTO.
           ACCEPT (05, 32) WS-COD-DEPTO WITH PROMPT.
           IF WS-COD-DEPTO = ZEROS
              GO TO 030-LIMPA-DADOS.
           MOVE WS-COD-DEPTO TO DP-COD-DEPTO.
           READ DEPTOS-S
               INVALID KEY
                   DISPLAY (21, 18) "Depto Nao Cadastrado - Redigite"
                   GO TO 040-DEPTO
           END-READ.
           DISPLAY (05, 38) DP-NOME.
           DISPLAY (21, 18) "                                    ".
       041-TOMADOR.
           MOVE SPACES TO WS-TOMADOR.
           ACCEPT (06, 32) WS-TOMADOR WITH PROMPT.
           IF WS-TOMADOR = SPACES
              DISPLAY (21, 18) "Informe o Nome do Tomador"
              GO TO 041-TOMADOR.
           DISPLAY (21, 18) "                                    ".
       042-PREVISTA.
           ACCEPT (07, 32) WS-PREVISTA WITH PROMPT.
           IF WS-PREVISTA (5:2) < "01" OR WS-PREVISTA (5:2) > "12"
              OR WS-PREVISTA (7:2) < "01" OR WS-PREVISTA (7:2) > "31"
              DISPLAY (21, 18) "Data Invalida - Redigite"
              GO TO 042-PREVISTA.
           IF WS-PREVISTA < WS-DATA-HOJE
              DISPLAY (21, 18) "Previsao Anterior a Hoje - Redigite"
              GO TO 042-PREVISTA.
           DISPLAY (21, 18) "                                    ".
      *    Lista de itens em memoria, como no REQCAD: nada e gravado
      *    ate o fim da lista e a confirmacao do documento.
       043-PRODUTO.
           COMPUTE ED-ITEM = WS-QTD-LINHAS + 1.
           DISPLAY (09, 32) ED-ITEM.
           ACCEPT (10, 32) WS-PRODUTO WITH PROMPT.
           IF WS-PRODUTO = ZEROS
              GO TO 045-FIM-LISTA.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 043-PRODUTO
           END-READ.
           IF NOT PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Produto Nao e Retornavel - Redigite"
              GO TO 043-PRODUTO.
           IF NOT PRODUTO-ATIVO
              DISPLAY (21, 18) "Produto B/D - Nao Emprestavel"
              GO TO 043-PRODUTO.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
           PERFORM 047-ACHA-PRODUTO THRU 047-ACHA-PRODUTO-EXIT
               UNTIL WS-IND > WS-QTD-LINHAS OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI NOT = ZEROS
              DISPLAY (21, 18) "Produto Ja Esta na Lista - Redigite"
              GO TO 043-PRODUTO.
           DISPLAY (10, 38) NOME-PRODUTO.
           PERFORM 053-EMPRESTADO THRU 053-EMPRESTADO-EXIT.
           COMPUTE WS-DISPONIVEL = QTD-ESTOQUE - WS-EMPRESTADO.
           MOVE WS-DISPONIVEL TO ED-DISPONIVEL.
           DISPLAY (11, 32) ED-DISPONIVEL.
           IF WS-DISPONIVEL < 1
              DISPLAY (21, 18) "Sem Saldo Disponivel - Redigite"
              GO TO 043-PRODUTO.
           DISPLAY (21, 18) "                                    ".
       044-QUANTIDADE.
           ACCEPT (12, 32) WS-QTD WITH PROMPT.
           IF WS-QTD < 1
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 044-QUANTIDADE.
           IF WS-QTD > WS-DISPONIVEL
              DISPLAY (21, 18) "Acima do Disponivel - Redigite"
              GO TO 044-QUANTIDADE.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE WS-PRODUTO TO TB-COD-PRODUTO (WS-QTD-LINHAS).
           MOVE WS-QTD     TO TB-QTD (WS-QTD-LINHAS).
           DISPLAY (21, 18) "                                    ".
           PERFORM 036-LIMPA-ITEM THRU 036-LIMPA-ITEM-EXIT.
           IF WS-QTD-LINHAS < 10
              GO TO 043-PRODUTO.
           DISPLAY (21, 18) "Limite de 10 Itens - Fim da Lista".
       045-FIM-LISTA.
           IF WS-QTD-LINHAS = ZEROS
              DISPLAY (21, 18) "Nenhum Item - Emprestimo Descartado"
              GO TO 030-LIMPA-DADOS.
       050-GRAVAR.
           DISPLAY (21, 18) "Grava o Emprestimo (S/N)?".
           ACCEPT (21, 44) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Emprestimo Nao Gravado    "
              GO TO 030-LIMPA-DADOS.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE 1 TO WS-IND.
           PERFORM 052-GRAVA-ITEM THRU 052-GRAVA-ITEM-EXIT
               UNTIL WS-IND > WS-QTD-LINHAS.
           DISPLAY (04, 32) WS-ULT-NUMERO.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           DISPLAY (21, 18) "Emprestimo Gravado - Numero na Tela".
           DISPLAY (22, 18) "Continua (S/N)?".
           ACCEPT (22, 34) WS-CONFIRMA.
           DISPLAY (22, 18) "                ".
           IF WS-CONFIRMA = "N" OR "n"
              GO TO 060-FIM.
           GO TO 030-LIMPA-DADOS.
       052-GRAVA-ITEM.
           MOVE WS-ULT-NUMERO TO EP-NUMERO.
           MOVE WS-IND        TO EP-ITEM.
           MOVE TB-COD-PRODUTO (WS-IND) TO EP-COD-PRODUTO.
           MOVE WS-COD-DEPTO  TO EP-COD-DEPTO.
           MOVE WS-TOMADOR    TO EP-TOMADOR.
           MOVE TB-QTD (WS-IND) TO EP-QTD.
           MOVE ZEROS         TO EP-QTD-DEVOL.
           MOVE ZEROS         TO EP-QTD-PERDA.
           MOVE WS-DATA-HOJE  TO EP-DATA-SAIDA.
           MOVE WS-PREVISTA   TO EP-DATA-PREVISTA.
           MOVE ZEROS         TO EP-DATA-DEVOL.
           MOVE "A"           TO EP-SITUACAO.
           MOVE WS-OPERADOR   TO EP-OPERADOR.
           WRITE REG-EMPREST
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Item do Emprestimo"
           END-WRITE.
           ADD 1 TO WS-IND.
       052-GRAVA-ITEM-EXIT.
           EXIT.
      *    Soma o que esta emprestado do produto: o pendente dos
      *    itens abertos ou devolvidos em parte em EMPREST.DAT.
       053-EMPRESTADO.
           MOVE ZEROS TO WS-EMPRESTADO.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE WS-PRODUTO TO EP-COD-PRODUTO.
           START EMPREST-S KEY = EP-COD-PRODUTO
               INVALID KEY
                   GO TO 053-EMPRESTADO-EXIT
           END-START.
       053-LE-EMPREST.
           READ EMPREST-S NEXT RECORD
               AT END
                   GO TO 053-EMPRESTADO-EXIT
           END-READ.
           IF EP-COD-PRODUTO NOT = WS-PRODUTO
              GO TO 053-EMPRESTADO-EXIT.
           IF EMPREST-ABERTO OR EMPREST-PARCIAL
              COMPUTE WS-EMPRESTADO = WS-EMPRESTADO + EP-QTD
                  - EP-QTD-DEVOL - EP-QTD-PERDA
           END-IF.
           GO TO 053-LE-EMPREST.
       053-EMPRESTADO-EXIT.
           EXIT.
       036-LIMPA-ITEM.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (10, 38) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (15, 32) WS-LIMPA.
           DISPLAY (16, 32) WS-LIMPA.
       036-LIMPA-ITEM-EXIT.
           EXIT.
       047-ACHA-PRODUTO.
           IF TB-COD-PRODUTO (WS-IND) = WS-PRODUTO
              MOVE WS-IND TO WS-ACHEI.
           ADD 1 TO WS-IND.
       047-ACHA-PRODUTO-EXIT.
           EXIT.
      *    Devolucao: conferida contra o item do emprestimo. So o que
      *    ainda esta pendente pode voltar, em ordem ou como perda.
       070-NUMERO.
           DISPLAY (21, 18) "                                    ".
           ACCEPT (04, 32) WS-NUMERO WITH PROMPT.
           IF WS-NUMERO = ZEROS
              GO TO 030-LIMPA-DADOS.
       071-ITEM.
           PERFORM 036-LIMPA-ITEM THRU 036-LIMPA-ITEM-EXIT.
           ACCEPT (09, 32) WS-ITEM WITH PROMPT.
           IF WS-ITEM = ZEROS
              GO TO 030-LIMPA-DADOS.
           MOVE WS-NUMERO TO EP-NUMERO.
           MOVE WS-ITEM   TO EP-ITEM.
           READ EMPREST-S
               INVALID KEY
                   DISPLAY (21, 18) "Emprestimo/Item Nao Encontrado"
                   GO TO 071-ITEM
           END-READ.
           MOVE EP-COD-DEPTO TO DP-COD-DEPTO.
           READ DEPTOS-S
               INVALID KEY
                   MOVE "(nao cadastrado)" TO DP-NOME
           END-READ.
           DISPLAY (05, 32) EP-COD-DEPTO.
           DISPLAY (05, 38) DP-NOME.
           DISPLAY (06, 32) EP-TOMADOR.
           DISPLAY (07, 32) EP-DATA-PREVISTA.
           MOVE EP-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "(produto nao cadastrado)" TO NOME-PRODUTO
           END-READ.
           DISPLAY (10, 32) EP-COD-PRODUTO.
           DISPLAY (10, 38) NOME-PRODUTO.
           DISPLAY (12, 32) EP-QTD.
           COMPUTE WS-PENDENTE = EP-QTD - EP-QTD-DEVOL - EP-QTD-PERDA.
           MOVE WS-PENDENTE TO ED-QTD.
           DISPLAY (11, 32) ED-QTD.
           IF EMPREST-DEVOLVIDO OR WS-PENDENTE = ZEROS
              DISPLAY (21, 18) "Item Ja Devolvido - Redigite"
              GO TO 071-ITEM.
           DISPLAY (21, 18) "                                    ".
       072-QTD-DEVOL.
           ACCEPT (14, 32) WS-QTD-DEVOL WITH PROMPT.
           IF WS-QTD-DEVOL > WS-PENDENTE
              DISPLAY (21, 18) "Acima do Pendente - Redigite"
              GO TO 072-QTD-DEVOL.
           MOVE ZEROS TO WS-QTD-PERDA.
           MOVE ZEROS TO WS-MOTIVO.
           IF WS-QTD-DEVOL = WS-PENDENTE
              GO TO 075-CONFIRMA.
       073-QTD-PERDA.
           ACCEPT (15, 32) WS-QTD-PERDA WITH PROMPT.
           IF WS-QTD-DEVOL + WS-QTD-PERDA > WS-PENDENTE
              DISPLAY (21, 18) "Acima do Pendente - Redigite"
              GO TO 073-QTD-PERDA.
           IF WS-QTD-DEVOL + WS-QTD-PERDA = ZEROS
              DISPLAY (21, 18) "Nada Devolvido - Redigite"
              GO TO 072-QTD-DEVOL.
           IF WS-QTD-PERDA = ZEROS
              GO TO 075-CONFIRMA.
           IF WS-MES-FECHADO = "S"
              DISPLAY (21, 18) "Mes Fechado - Perda Nao Aceita"
              GO TO 073-QTD-PERDA.
       074-MOTIVO.
           ACCEPT (16, 32) WS-MOTIVO WITH PROMPT.
           IF NOT MOTIVO-EMPREST-VALIDO
              DISPLAY (21, 18) "Motivo Invalido (1/3/99) - Redigite"
              GO TO 074-MOTIVO.
           DISPLAY (21, 18) "                                    ".
       075-CONFIRMA.
           DISPLAY (21, 18) "Confirma a Devolucao (S/N)?".
           ACCEPT (21, 46) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Devolucao Nao Gravada      "
              GO TO 071-ITEM.
           ADD WS-QTD-DEVOL TO EP-QTD-DEVOL.
           ADD WS-QTD-PERDA TO EP-QTD-PERDA.
           MOVE WS-DATA-HOJE TO EP-DATA-DEVOL.
           IF EP-QTD-DEVOL + EP-QTD-PERDA < EP-QTD
              MOVE "P" TO EP-SITUACAO
           ELSE
              MOVE "D" TO EP-SITUACAO
           END-IF.
           REWRITE REG-EMPREST
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Emprestimo"
                   GO TO 071-ITEM
           END-REWRITE.
           IF WS-QTD-PERDA > ZEROS
              PERFORM 076-GRAVA-PERDA THRU 076-GRAVA-PERDA-EXIT
           END-IF.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           DISPLAY (21, 18) "Devolucao Registrada              ".
           GO TO 071-ITEM.
      *    A avaria ou perda vai para o MOVPOST como perda (tipo P)
      *    com o departamento e o numero do emprestimo.
       076-GRAVA-PERDA.
           MOVE EP-COD-PRODUTO TO MV-COD-PRODUTO.
           MOVE "P"            TO MV-TIPO.
           MOVE WS-QTD-PERDA   TO MV-QTD.
           MOVE WS-HOJE-ANO    TO MV-ANO.
           MOVE WS-HOJE-MES    TO MV-MES.
           MOVE WS-HOJE-DIA    TO MV-DIA.
           MOVE ZEROS          TO MV-CUSTO-UNIT.
           MOVE ZEROS          TO MV-LOCAL.
           MOVE ZEROS          TO MV-LOCAL-DEST.
           MOVE SPACES         TO MV-LOTE.
           MOVE ZEROS          TO MV-VALIDADE.
           MOVE EP-COD-DEPTO   TO MV-COD-DEPTO.
           MOVE EP-NUMERO      TO MV-NUMERO-REQ.
           MOVE WS-MOTIVO      TO MV-MOTIVO.
           MOVE "N"            TO MV-UNID-COMPRA.
           MOVE "E"            TO MV-ORIGEM.
           MOVE ZEROS          TO MV-NF-REGISTRO.
           MOVE ZEROS          TO MV-NF-ITEM.
           WRITE REG-MOVTO.
       076-GRAVA-PERDA-EXIT.
           EXIT.
       060-FIM.
           CLOSE EMPNUM-S.
           OPEN OUTPUT EMPNUM-S.
           MOVE WS-ULT-NUMERO TO EN-ULTIMO.
           WRITE REG-EMPNUM.
           CLOSE EMPNUM-S.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE EMPREST-S.
           CLOSE MOVTO-S.
           CLOSE ALMOX-S.
           CLOSE DEPTOS-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA EMPCAD ---------***
