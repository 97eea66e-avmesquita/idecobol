       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REQLIB.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * LIBERACAO DE REQUISICOES ACIMA DA QUOTA
      * Fila de aprovacao do supervisor para as requisicoes que o
      * REQCAD gravou estourando a quota mensal do departamento. O
      * pedido de liberacao (REQLIB.DAT) guarda o total do documento,
      * o uso do mes e a quota no momento da digitacao; a tela mostra
      * esses valores, o uso do mes recalculado agora sobre REQUIS.DAT
      * (linhas abertas, parciais e atendidas do departamento no mes
      * da requisicao) e os primeiros itens do documento.
      * Numero zero traz o proximo pedido pendente da fila. A decisao
      * e A (aprova) ou R (rejeita), sempre com motivo: aprovada, as
      * linhas em L passam a A e a requisicao reserva material e pode
      * ser atendida no REQATE; rejeitada, as linhas passam a C. O
      * aprovador, a data, a hora e o motivo ficam gravados no pedido
      * para o relatorio mensal LIBLST. Somente supervisor usa este
      * programa, e o supervisor que digitou a requisicao nao pode
      * aprova-la.
      * No uso do mes recalculado, o kit vale a soma dos componentes
      * ao custo medio atual, como na conferencia do REQCAD.
      * O uso do mes recalculado soma tambem as linhas de outros
      * documentos aguardando liberacao; as do documento em decisao
      * ficam de fora, pois ja aparecem no total do documento.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQLIB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-NUMERO
               FILE STATUS IS WS-FS-REQLIB.
           SELECT REQUIS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-CHAVE
               FILE STATUS IS WS-FS-REQUIS.
           SELECT REQCAB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               FILE STATUS IS WS-FS-REQCAB.
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
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
       DATA DIVISION.
       FILE SECTION.
       FD REQLIB-S
           RECORD CONTAINS 135 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQLIB
           VALUE OF FILE-ID "REQLIB.DAT".
       01  REG-REQLIB.
           02  RL-NUMERO      PIC 9(06).
           02  RL-COD-DEPTO   PIC 9(04).
           02  RL-DATA-REQ    PIC 9(08).
           02  RL-OPERADOR-REQ PIC 9(04).
           02  RL-QTD-DOC     PIC 9(06).
           02  RL-VALOR-DOC   PIC 9(10)V99.
           02  RL-USO-QTD     PIC 9(08).
           02  RL-USO-VALOR   PIC 9(10)V99.
           02  RL-QUOTA-QTD   PIC 9(06).
           02  RL-QUOTA-VALOR PIC 9(08)V99.
           02  RL-SITUACAO    PIC X(01).
               88  LIB-PENDENTE        VALUE "P".
               88  LIB-APROVADA        VALUE "A".
               88  LIB-REJEITADA       VALUE "R".
           02  RL-APROVADOR   PIC 9(04).
           02  RL-DATA-DECISAO PIC 9(08).
           02  RL-HORA-DECISAO PIC 9(06).
           02  RL-MOTIVO      PIC X(40).
       FD REQUIS-S
           RECORD CONTAINS 49 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQUIS
           VALUE OF FILE-ID "REQUIS.DAT".
       01  REG-REQUIS.
           02  RQ-CHAVE.
               03  RQ-NUMERO  PIC 9(06).
               03  RQ-ITEM    PIC 9(03).
           02  RQ-DEPTO       PIC X(15).
           02  RQ-COD-DEPTO   PIC 9(04).
           02  RQ-COD-PRODUTO PIC 9(04).
           02  RQ-QTD         PIC 9(04).
           02  RQ-QTD-ATENDIDA PIC 9(04).
           02  RQ-DATA        PIC 9(08).
           02  RQ-SITUACAO    PIC X(01).
               88  REQ-ABERTA          VALUE "A".
               88  REQ-PARCIAL         VALUE "P".
               88  REQ-ATENDIDA        VALUE "T".
               88  REQ-CANCELADA       VALUE "C".
               88  REQ-LIBERACAO       VALUE "L".
       FD REQCAB-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-REQCAB
           VALUE OF FILE-ID "REQCAB.DAT".
       01  REG-REQCAB.
           02  RC-NUMERO      PIC 9(06).
           02  RC-COD-DEPTO   PIC 9(04).
           02  RC-DEPTO       PIC X(15).
           02  RC-DATA        PIC 9(08).
           02  RC-REQUISITANTE PIC X(20).
           02  RC-LOCAL-ENTREGA PIC X(20).
           02  RC-QTD-ITENS   PIC 9(03).
           02  RC-OPERADOR    PIC 9(04).
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
       FD KITCOMP-S
           RECORD CONTAINS 24 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-KITCOMP
           VALUE OF FILE-ID "KITCOMP.DAT".
       01  REG-KITCOMP.
           02  KC-CHAVE.
               03  KC-COD-KIT PIC 9(04).
               03  KC-COD-COMP PIC 9(04).
           02  KC-QTD         PIC 9(04).
           02  KC-DATA        PIC 9(08).
           02  KC-OPERADOR    PIC 9(04).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-FS-REQLIB   PIC X(02) VALUE SPACES.
           02  WS-FS-REQUIS   PIC X(02) VALUE SPACES.
           02  WS-FS-REQCAB   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-TEM-DEPTOS  PIC X(01) VALUE "N".
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-ULT-VISTO   PIC 9(06) VALUE ZEROS.
           02  WS-ACHOU       PIC X(01) VALUE "N".
           02  WS-FIM-SCAN    PIC X(01) VALUE "N".
           02  WS-LIN-ITEM    PIC 9(02) VALUE ZEROS.
           02  WS-DECISAO     PIC X(01) VALUE SPACE.
           02  WS-MOTIVO      PIC X(40) VALUE SPACES.
           02  WS-NOVA-SIT    PIC X(01) VALUE SPACE.
           02  WS-USO-QTD     PIC 9(08) VALUE ZEROS.
           02  WS-USO-VALOR   PIC 9(10)V99 VALUE ZEROS.
           02  WS-HORA        PIC 9(08) VALUE ZEROS.
           02  ED-QTD         PIC ZZZ.ZZ9.
           02  ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           02  ED-ITENS       PIC ZZ9.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-COD-KIT     PIC 9(04) VALUE ZEROS.
           02  WS-CUSTO-LINHA PIC 9(07)V99 VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       01  WS-LINHA-ITEM.
           02  LI-COD-PRODUTO PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-NOME        PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-QTD         PIC Z.ZZ9.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 22
               VALUE "LIBERACAO DE REQUISICOES ACIMA DA QUOTA".
           02  LINE  3 COLUMN 07  VALUE "Requisicao (0=Proxima).:".
           02  LINE  4 COLUMN 07  VALUE "Departamento...........:".
           02  LINE  5 COLUMN 07  VALUE "Data / Digitador.......:".
           02  LINE  6 COLUMN 07  VALUE "Requisitante...........:".
           02  LINE  7 COLUMN 07  VALUE "Itens / Qtd / Valor....:".
           02  LINE  8 COLUMN 07  VALUE "Quota Qtd / Valor......:".
           02  LINE  9 COLUMN 07  VALUE "Uso Mes na Digitacao...:".
           02  LINE 10 COLUMN 07  VALUE "Uso Mes Hoje...........:".
           02  LINE 11 COLUMN 07  VALUE "Itens..................:".
           02  LINE 18 COLUMN 07  VALUE "Decisao (A/R)..........:".
           02  LINE 19 COLUMN 07  VALUE "Motivo.................:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O REQLIB-S.
           IF WS-FS-REQLIB = "35"
              OPEN OUTPUT REQLIB-S
              CLOSE REQLIB-S
              OPEN I-O REQLIB-S
           END-IF.
           IF WS-FS-REQLIB NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir REQLIB.DAT - Status: " WS-FS-REQLIB
              GOBACK
           END-IF.
           OPEN I-O REQUIS-S.
           IF WS-FS-REQUIS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir REQUIS.DAT - Status: " WS-FS-REQUIS
              GOBACK
           END-IF.
           OPEN INPUT REQCAB-S.
           IF WS-FS-REQCAB NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir REQCAB.DAT - Status: " WS-FS-REQCAB
              GOBACK
           END-IF.
           OPEN INPUT ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS = "00"
              MOVE "S" TO WS-TEM-DEPTOS
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
           MOVE "REQLIB" TO WS-PROGRAMA.
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
           IF OP-SUPERVISOR NOT = "S"
              DISPLAY (10, 15) "Somente Supervisor Usa Este Programa"
              GOBACK.
       020-VIDEO.
           DISPLAY TELA.
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (07, 62) "          ".
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (08, 62) "          ".
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (09, 62) "          ".
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (10, 62) "          ".
           MOVE 11 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT
               UNTIL WS-LIN-ITEM > 17.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (19, 32) WS-LIMPA.
           DISPLAY (19, 62) "          ".
           DISPLAY (21, 18) "                                    ".
       040-NUMERO.
           ACCEPT (03, 32) WS-NUMERO WITH PROMPT.
           IF WS-NUMERO = 999999
              GO TO 060-FIM.
           IF WS-NUMERO = ZEROS
              PERFORM 042-PROXIMO-PENDENTE
                  THRU 042-PROXIMO-PENDENTE-EXIT
              IF WS-ACHOU = "N"
                 DISPLAY (21, 18) "Nenhum Pedido Pendente na Fila"
                 MOVE ZEROS TO WS-ULT-VISTO
                 GO TO 040-NUMERO
              END-IF
              DISPLAY (03, 32) RL-NUMERO
           ELSE
              MOVE WS-NUMERO TO RL-NUMERO
              READ REQLIB-S
                  INVALID KEY
                      DISPLAY (21, 18)
                          "Requisicao Sem Pedido - Redigite"
                      GO TO 040-NUMERO
              END-READ
           END-IF.
           MOVE RL-NUMERO TO WS-ULT-VISTO.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
           IF NOT LIB-PENDENTE
              IF LIB-APROVADA
                 DISPLAY (18, 32) "JA APROVADA"
              ELSE
                 DISPLAY (18, 32) "JA REJEITADA"
              END-IF
              DISPLAY (19, 32) RL-MOTIVO
              DISPLAY (21, 18) "Pedido Ja Decidido - ENTER"
              ACCEPT (21, 45) WS-CONFIRMA
              GO TO 030-LIMPA-DADOS.
           IF RL-OPERADOR-REQ = WS-OPERADOR
              DISPLAY (21, 18) "Aprovador Nao Pode Ser o Digitador"
              ACCEPT (21, 53) WS-CONFIRMA
              GO TO 030-LIMPA-DADOS.
       050-DECISAO.
           MOVE SPACE TO WS-DECISAO.
           ACCEPT (18, 32) WS-DECISAO WITH PROMPT.
           IF WS-DECISAO = "a"
              MOVE "A" TO WS-DECISAO.
           IF WS-DECISAO = "r"
              MOVE "R" TO WS-DECISAO.
           IF WS-DECISAO = SPACE
              DISPLAY (21, 18) "Pedido Mantido na Fila"
              GO TO 030-LIMPA-DADOS.
           IF WS-DECISAO NOT = "A" AND WS-DECISAO NOT = "R"
              DISPLAY (21, 18) "Decisao Invalida - Redigite"
              GO TO 050-DECISAO.
       052-MOTIVO.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT (19, 32) WS-MOTIVO WITH PROMPT.
           IF WS-MOTIVO = SPACES
              DISPLAY (21, 18) "Motivo Obrigatorio - Redigite"
              GO TO 052-MOTIVO.
           DISPLAY (21, 18) "Confirma a Decisao (S/N)?          ".
           ACCEPT (21, 44) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Pedido Mantido na Fila             "
              GO TO 030-LIMPA-DADOS.
       054-GRAVAR.
           IF WS-DECISAO = "A"
              MOVE "A" TO WS-NOVA-SIT
           ELSE
              MOVE "C" TO WS-NOVA-SIT
           END-IF.
           MOVE RL-NUMERO TO RQ-NUMERO.
           MOVE ZEROS TO RQ-ITEM.
           PERFORM 056-LIBERA-LINHAS THRU 056-LIBERA-LINHAS-EXIT.
           MOVE WS-DECISAO TO RL-SITUACAO.
           MOVE WS-OPERADOR TO RL-APROVADOR.
           MOVE WS-DATA-HOJE TO RL-DATA-DECISAO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA (1:6) TO RL-HORA-DECISAO.
           MOVE WS-MOTIVO TO RL-MOTIVO.
           REWRITE REG-REQLIB
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Decisao"
                   GO TO 030-LIMPA-DADOS
           END-REWRITE.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           IF WS-DECISAO = "A"
              DISPLAY (21, 18) "Requisicao Liberada - ENTER       "
           ELSE
              DISPLAY (21, 18) "Requisicao Rejeitada - ENTER      "
           END-IF.
           ACCEPT (21, 47) WS-CONFIRMA.
           GO TO 030-LIMPA-DADOS.
       035-LIMPA-ITEM.
           DISPLAY (WS-LIN-ITEM, 32) WS-LIMPA.
           DISPLAY (WS-LIN-ITEM, 62) "           ".
           ADD 1 TO WS-LIN-ITEM.
       035-LIMPA-ITEM-EXIT.
           EXIT.
      *    Numero zero: procura o proximo pedido ainda pendente depois
      *    do ultimo mostrado; chegando ao fim, a fila recomeca.
       042-PROXIMO-PENDENTE.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ULT-VISTO TO RL-NUMERO.
           START REQLIB-S KEY > RL-NUMERO
               INVALID KEY
                   GO TO 042-PROXIMO-PENDENTE-EXIT
           END-START.
       042-LE-PEDIDO.
           READ REQLIB-S NEXT RECORD
               AT END
                   GO TO 042-PROXIMO-PENDENTE-EXIT
           END-READ.
           IF NOT LIB-PENDENTE
              GO TO 042-LE-PEDIDO.
           MOVE "S" TO WS-ACHOU.
       042-PROXIMO-PENDENTE-EXIT.
           EXIT.
       045-MOSTRA.
           DISPLAY (04, 32) RL-COD-DEPTO.
           IF WS-TEM-DEPTOS = "S"
              MOVE RL-COD-DEPTO TO DP-COD-DEPTO
              READ DEPTOS-S
                  INVALID KEY
                      MOVE "NAO CADASTRADO" TO DP-NOME
              END-READ
              DISPLAY (04, 37) DP-NOME
           END-IF.
           DISPLAY (05, 32) RL-DATA-REQ.
           DISPLAY (05, 41) RL-OPERADOR-REQ.
           MOVE RL-OPERADOR-REQ TO OP-CODIGO.
           READ OPERADOR-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO OP-NOME
           END-READ.
           DISPLAY (05, 46) OP-NOME.
           MOVE RL-NUMERO TO RC-NUMERO.
           READ REQCAB-S
               INVALID KEY
                   MOVE SPACES TO RC-REQUISITANTE
                   MOVE ZEROS TO RC-QTD-ITENS
           END-READ.
           DISPLAY (06, 32) RC-REQUISITANTE.
           MOVE RC-QTD-ITENS TO ED-ITENS.
           DISPLAY (07, 32) ED-ITENS.
           MOVE RL-QTD-DOC TO ED-QTD.
           DISPLAY (07, 37) ED-QTD.
           MOVE RL-VALOR-DOC TO ED-VALOR.
           DISPLAY (07, 46) ED-VALOR.
           MOVE RL-QUOTA-QTD TO ED-QTD.
           DISPLAY (08, 37) ED-QTD.
           MOVE RL-QUOTA-VALOR TO ED-VALOR.
           DISPLAY (08, 46) ED-VALOR.
           MOVE RL-USO-QTD TO ED-QTD.
           DISPLAY (09, 37) ED-QTD.
           MOVE RL-USO-VALOR TO ED-VALOR.
           DISPLAY (09, 46) ED-VALOR.
           PERFORM 046-USO-ATUAL THRU 046-USO-ATUAL-EXIT.
           MOVE WS-USO-QTD TO ED-QTD.
           DISPLAY (10, 37) ED-QTD.
           MOVE WS-USO-VALOR TO ED-VALOR.
           DISPLAY (10, 46) ED-VALOR.
           MOVE 11 TO WS-LIN-ITEM.
           MOVE RL-NUMERO TO RQ-NUMERO.
           MOVE ZEROS TO RQ-ITEM.
           START REQUIS-S KEY > RQ-CHAVE
               INVALID KEY
                   GO TO 045-MOSTRA-EXIT
           END-START.
       045-LE-ITEM.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 045-MOSTRA-EXIT
           END-READ.
           IF RQ-NUMERO NOT = RL-NUMERO
              GO TO 045-MOSTRA-EXIT.
           IF WS-LIN-ITEM > 16
              DISPLAY (17, 32) "(MAIS ITENS NO DOCUMENTO)"
              GO TO 045-MOSTRA-EXIT.
           MOVE RQ-COD-PRODUTO TO LI-COD-PRODUTO.
           MOVE RQ-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
           END-READ.
           MOVE NOME-PRODUTO TO LI-NOME.
           MOVE RQ-QTD TO LI-QTD.
           DISPLAY (WS-LIN-ITEM, 32) WS-LINHA-ITEM.
           ADD 1 TO WS-LIN-ITEM.
           GO TO 045-LE-ITEM.
       045-MOSTRA-EXIT.
           EXIT.
      *    Uso do mes recalculado agora: linhas abertas, parciais,
      *    atendidas e aguardando liberacao (menos as deste documento)
      *    do departamento no mes da requisicao, ao custo medio atual,
      *    como na conferencia de quota do REQCAD.
       046-USO-ATUAL.
           MOVE ZEROS TO WS-USO-QTD.
           MOVE ZEROS TO WS-USO-VALOR.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO RQ-CHAVE.
           START REQUIS-S KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
           IF WS-FIM-SCAN = "N"
              READ REQUIS-S NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIM-SCAN
              END-READ
           END-IF.
           PERFORM 047-SOMA-REQ THRU 047-SOMA-REQ-EXIT
               UNTIL WS-FIM-SCAN = "S".
       046-USO-ATUAL-EXIT.
           EXIT.
       047-SOMA-REQ.
           IF RQ-COD-DEPTO = RL-COD-DEPTO
              AND RQ-DATA (1:6) = RL-DATA-REQ (1:6)
              AND (REQ-ABERTA OR REQ-PARCIAL OR REQ-ATENDIDA
                   OR (REQ-LIBERACAO AND RQ-NUMERO NOT = RL-NUMERO))
              ADD RQ-QTD TO WS-USO-QTD
              MOVE RQ-COD-PRODUTO TO COD-PRODUTO
              READ ALMOX-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 048-CUSTO-LINHA THRU 048-CUSTO-LINHA-EXIT
                      COMPUTE WS-USO-VALOR = WS-USO-VALOR
                          + (RQ-QTD * WS-CUSTO-LINHA)
              END-READ
           END-IF.
           READ REQUIS-S NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SCAN
           END-READ.
       047-SOMA-REQ-EXIT.
           EXIT.
      *    Custo da linha: o custo medio do produto; para kit, a soma
      *    dos componentes ao custo medio atual de cada um (o kit nao
      *    tem custo proprio). Le ALMOX.DAT e sobrepoe REG-ALMOX.
       048-CUSTO-LINHA.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-LINHA.
           IF NOT PRODUTO-KIT
              GO TO 048-CUSTO-LINHA-EXIT.
           MOVE ZEROS TO WS-CUSTO-LINHA.
           MOVE COD-PRODUTO TO WS-COD-KIT.
           MOVE COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 048-CUSTO-LINHA-EXIT
           END-START.
       048-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 048-CUSTO-LINHA-EXIT
           END-READ.
           IF KC-COD-KIT NOT = WS-COD-KIT
              GO TO 048-CUSTO-LINHA-EXIT.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 048-LE-COMP
           END-READ.
           COMPUTE WS-CUSTO-LINHA = WS-CUSTO-LINHA
               + (KC-QTD * CUSTO-UNITARIO).
           GO TO 048-LE-COMP.
       048-CUSTO-LINHA-EXIT.
           EXIT.
      *    Passa as linhas do documento que aguardam liberacao para a
      *    nova situacao (A aprovada, C rejeitada).
       056-LIBERA-LINHAS.
           START REQUIS-S KEY > RQ-CHAVE
               INVALID KEY
                   GO TO 056-LIBERA-LINHAS-EXIT
           END-START.
       056-LE-LINHA.
           READ REQUIS-S NEXT RECORD
               AT END
                   GO TO 056-LIBERA-LINHAS-EXIT
           END-READ.
           IF RQ-NUMERO NOT = RL-NUMERO
              GO TO 056-LIBERA-LINHAS-EXIT.
           IF REQ-LIBERACAO
              MOVE WS-NOVA-SIT TO RQ-SITUACAO
              REWRITE REG-REQUIS
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar Item"
              END-REWRITE
           END-IF.
           GO TO 056-LE-LINHA.
       056-LIBERA-LINHAS-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE REQLIB-S.
           CLOSE REQUIS-S.
           CLOSE REQCAB-S.
           CLOSE ALMOX-S.
           CLOSE KITCOMP-S.
           IF WS-TEM-DEPTOS = "S"
              CLOSE DEPTOS-S
           END-IF.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA REQLIB ---------***
