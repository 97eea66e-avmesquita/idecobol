      *
      ***--------------------------------------------------------***
      * DIGITACAO DE REQUISICOES DE MATERIAL
      * Grava REQUIS.DAT (indexado por RQ-CHAVE) com as requisicoes
      * telefonadas pelos departamentos: numero sequencial automatico
      * (ultimo numero guardado em REQNUM.DAT), departamento, produto
      * validado contra ALMOX.DAT, quantidade e data. A requisicao
      * precisa confirmar para gravar.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao (perfil do OPERCAD), como no MOVCAD.
      * A requisicao passa a ser um documento com varios itens: o
      * cabecalho (numero, departamento, data, requisitante e local
      * de entrega) fica em REQCAB.DAT e cada produto pedido e uma
      * linha de REQUIS.DAT, chave numero + item, com quantidade,
      * atendido e situacao proprios, de modo que o atendimento pelo
      * REQATE, a listagem do REQLST e as reservas do ALMOXBX e do
      * PEDCOM continuam trabalhando linha a linha. A lista inteira e
      * digitada numa so sessao (ate 20 produtos, sem repetir
      * produto, codigo zero encerra a lista) e a quota do
      * departamento e conferida contra o total do documento antes
      * de gravar o cabecalho e todas as linhas.
      * A requisicao que estoura a quota do departamento nao e mais
      * confirmada pelo proprio digitador: gravada com as linhas na
      * situacao L (aguardando liberacao), nao reserva material e nao
      * pode ser atendida no REQATE ate que um supervisor a aprove na
      * fila do REQLIB. O pedido de liberacao fica em REQLIB.DAT com
      * o total do documento, o uso do mes e a quota no momento da
      * digitacao.
      * Produto kit (TIPO-PRODUTO K, componentes em KITCOMP.DAT pelo
      * KITCAD) e requisitado pelo codigo do kit; no total do
      * documento e no uso do mes ele vale a soma dos componentes ao
      * custo medio atual, ja que o kit nao tem custo proprio. O
      * REQATE explode o atendimento nas saidas dos componentes.
      * Produto retornavel (TIPO-PRODUTO R) nao e requisitado: sai
      * por emprestimo no EMPCAD e volta ao almoxarifado.
      * Produto controlado (TIPO-PRODUTO C, do CTLCAD) so entra na
      * lista se o departamento da requisicao estiver autorizado para
      * ele em CTLDEP.DAT.
      * Kit e componente do mesmo kit nao entram no mesmo documento.
      * No uso do mes da quota entram tambem as linhas aguardando
      * liberacao, que ja comprometem a quota do departamento.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT REQNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-REQNUM.
           SELECT ALMOX-S ASSIGN TO DISK
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT REQLIB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-NUMERO
               FILE STATUS IS WS-FS-REQLIB.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT CTLDEP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-FS-CTLDEP.
       DATA DIVISION.
       FILE SECTION.
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
       FD REQNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
       01  REG-REQNUM.
           02  RN-ULTIMO      PIC 9(06).
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
               88  PRODUTO-CONTROLADO   VALUE "C".
       FD OPERADOR-S
           RECORD CONTAINS 46 CHARACTERS
           LABEL RECORD IS STANDARD
           02  DP-NOME        PIC X(15).
           02  DP-QUOTA-QTD   PIC 9(06).
           02  DP-QUOTA-VALOR PIC 9(08)V99.
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
       FD CTLDEP-S
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CTLDEP
           VALUE OF FILE-ID "CTLDEP.DAT".
       01  REG-CTLDEP.
           02  CD-CHAVE.
               03  CD-COD-PRODUTO PIC 9(04).
               03  CD-COD-DEPTO   PIC 9(04).
           02  CD-DATA        PIC 9(08).
           02  CD-OPERADOR    PIC 9(04).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-REQ-CUSTO   PIC 9(05)V99 VALUE ZEROS.
           02  WS-USO-QTD     PIC 9(08) VALUE ZEROS.
           02  WS-USO-VALOR   PIC 9(10)V99 VALUE ZEROS.
           02  WS-FS-REQCAB   PIC X(02) VALUE SPACES.
           02  WS-QTD-LINHAS  PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(02) COMP VALUE ZEROS.
           02  WS-ACHEI       PIC 9(02) COMP VALUE ZEROS.
           02  WS-DOC-QTD     PIC 9(06) VALUE ZEROS.
           02  WS-DOC-VALOR   PIC 9(10)V99 VALUE ZEROS.
           02  ED-ITEM        PIC ZZ9.
           02  ED-DOC-QTD     PIC ZZZ.ZZ9.
           02  ED-DOC-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           02  WS-FS-REQLIB   PIC X(02) VALUE SPACES.
           02  WS-PENDENTE    PIC X(01) VALUE "N".
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-COD-KIT     PIC 9(04) VALUE ZEROS.
           02  WS-CUSTO-LINHA PIC 9(07)V99 VALUE ZEROS.
           02  WS-FS-CTLDEP   PIC X(02) VALUE SPACES.
           02  WS-COD-BUSCA   PIC 9(04) VALUE ZEROS.
           02  WS-KIT-CONFLITO PIC X(01) VALUE "N".
       01  WS-TABELA-LINHAS.
           02  WS-LINHA OCCURS 20 TIMES.
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-QTD         PIC 9(04).
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  LINE  1 COLUMN 25  VALUE "REQUISICAO DE MATERIAL".
           02  LINE  3 COLUMN 07  VALUE "Numero da Requisicao...:".
           02  LINE  4 COLUMN 07  VALUE "Cod. do Departamento...:".
           02  LINE  5 COLUMN 07  VALUE "Requisitante...........:".
           02  LINE  6 COLUMN 07  VALUE "Local de Entrega.......:".
           02  LINE  8 COLUMN 07  VALUE "Item...................:".
           02  LINE  9 COLUMN 07  VALUE "Produto (0=Fim Lista)..:".
           02  LINE 10 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE 11 COLUMN 07  VALUE "Quantidade.............:".
           02  LINE 13 COLUMN 07  VALUE "Itens / Qtd Total......:".
           02  LINE 14 COLUMN 07  VALUE "Valor Total (C. Medio).:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
                 "Erro ao Abrir REQUIS.DAT - Status: " WS-FS-REQUIS
              GOBACK
           END-IF.
           OPEN I-O REQCAB-S.
           IF WS-FS-REQCAB = "35"
              OPEN OUTPUT REQCAB-S
              CLOSE REQCAB-S
              OPEN I-O REQCAB-S
           END-IF.
           IF WS-FS-REQCAB NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir REQCAB.DAT - Status: " WS-FS-REQCAB
              GOBACK
           END-IF.
           OPEN I-O REQNUM-S.
           IF WS-FS-REQNUM = "35"
              OPEN OUTPUT REQNUM-S
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              GOBACK
           END-IF.
           OPEN INPUT KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN INPUT KITCOMP-S
           END-IF.
           OPEN INPUT CTLDEP-S.
           IF WS-FS-CTLDEP = "35"
              OPEN OUTPUT CTLDEP-S
              CLOSE CTLDEP-S
              OPEN INPUT CTLDEP-S
           END-IF.
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
           OPEN INPUT DEPTOS-S.
           IF WS-FS-DEPTOS NOT = "00"
              DISPLAY (10, 15)
       030-LIMPA-DADOS.
           DISPLAY (03, 32) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (04, 38) "               ".
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-DOC-QTD.
           MOVE ZEROS TO WS-DOC-VALOR.
           MOVE "N" TO WS-PENDENTE.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
       040-DEPTO.
           ACCEPT (04, 32) RQ-COD-DEPTO WITH PROMPT.
           IF RQ-COD-DEPTO = 9999
           END-READ.
           MOVE DP-NOME TO RQ-DEPTO.
           DISPLAY (04, 38) DP-NOME.
           DISPLAY (21, 18) "                                    ".
       043-REQUISITANTE.
           MOVE SPACES TO RC-REQUISITANTE.
           ACCEPT (05, 32) RC-REQUISITANTE WITH PROMPT.
           IF RC-REQUISITANTE = SPACES
              DISPLAY (21, 18) "Informe o Requisitante"
              GO TO 043-REQUISITANTE.
           MOVE SPACES TO RC-LOCAL-ENTREGA.
           ACCEPT (06, 32) RC-LOCAL-ENTREGA WITH PROMPT.
           DISPLAY (21, 18) "                                    ".
      *    Lista de itens: cada produto digitado entra na tabela em
      *    memoria; nada e gravado ate o fim da lista e a conferencia
      *    da quota sobre o total do documento.
       041-PRODUTO.
           COMPUTE ED-ITEM = WS-QTD-LINHAS + 1.
           DISPLAY (08, 32) ED-ITEM.
           ACCEPT (09, 32) RQ-COD-PRODUTO WITH PROMPT.
           IF RQ-COD-PRODUTO = ZEROS
              GO TO 045-FIM-LISTA.
           MOVE RQ-COD-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
           IF NOT PRODUTO-ATIVO
              DISPLAY (21, 18) "Produto B/D - Nao Requisitavel"
              GO TO 041-PRODUTO.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Retornavel - Empreste pelo EMPCAD"
              GO TO 041-PRODUTO.
           IF PRODUTO-CONTROLADO
              MOVE RQ-COD-PRODUTO TO CD-COD-PRODUTO
              MOVE RQ-COD-DEPTO   TO CD-COD-DEPTO
              READ CTLDEP-S
                  INVALID KEY
                      DISPLAY (21, 18)
                          "Controlado - Depto Nao Autorizado"
                      GO TO 041-PRODUTO
              END-READ.
           MOVE ZEROS TO WS-ACHEI.
           MOVE 1 TO WS-IND.
           PERFORM 047-ACHA-PRODUTO THRU 047-ACHA-PRODUTO-EXIT
               UNTIL WS-IND > WS-QTD-LINHAS OR WS-ACHEI NOT = ZEROS.
           IF WS-ACHEI NOT = ZEROS
              DISPLAY (21, 18) "Produto Ja Esta na Lista - Redigite"
              GO TO 041-PRODUTO.
           PERFORM 044-CONFLITO-KIT THRU 044-CONFLITO-KIT-EXIT.
           IF WS-KIT-CONFLITO = "S"
              DISPLAY (21, 18) "Kit e Componente no Mesmo Documento"
              GO TO 041-PRODUTO.
           DISPLAY (10, 32) NOME-PRODUTO.
           PERFORM 046-CUSTO-LINHA THRU 046-CUSTO-LINHA-EXIT.
       042-QUANTIDADE.
           ACCEPT (11, 32) RQ-QTD WITH PROMPT.
           IF RQ-QTD < 1
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 042-QUANTIDADE.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE RQ-COD-PRODUTO TO TB-COD-PRODUTO (WS-QTD-LINHAS).
           MOVE RQ-QTD         TO TB-QTD (WS-QTD-LINHAS).
           ADD RQ-QTD TO WS-DOC-QTD.
           COMPUTE WS-DOC-VALOR = WS-DOC-VALOR
               + (RQ-QTD * WS-CUSTO-LINHA).
           MOVE WS-QTD-LINHAS TO ED-ITEM.
           MOVE WS-DOC-QTD TO ED-DOC-QTD.
           MOVE WS-DOC-VALOR TO ED-DOC-VALOR.
           DISPLAY (13, 32) ED-ITEM " / " ED-DOC-QTD.
           DISPLAY (14, 32) ED-DOC-VALOR.
           DISPLAY (21, 18) "                                    ".
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           IF WS-QTD-LINHAS < 20
              GO TO 041-PRODUTO.
           DISPLAY (21, 18) "Limite de 20 Itens - Fim da Lista".
       045-FIM-LISTA.
           IF WS-QTD-LINHAS = ZEROS
              DISPLAY (21, 18) "Nenhum Item - Requisicao Descartada"
              GO TO 030-LIMPA-DADOS.
      *    A varredura da quota percorre REQUIS.DAT e ALMOX.DAT e
      *    sobrepoe os registros em memoria; os dados do cabecalho
      *    digitado ficam guardados e sao restaurados antes de gravar.
       048-VERIFICA-QUOTA.
           MOVE RQ-COD-DEPTO   TO WS-REQ-DEPTO.
           MOVE RQ-DEPTO       TO WS-REQ-DEPNOME.
           IF DP-QUOTA-QTD = ZEROS AND DP-QUOTA-VALOR = ZEROS
              GO TO 050-GRAVAR.
           MOVE ZEROS TO WS-USO-QTD.
           MOVE ZEROS TO WS-USO-VALOR.
           MOVE "N" TO WS-FIM-SCAN.
           MOVE ZEROS TO RQ-CHAVE.
           START REQUIS-S KEY NOT < RQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-SCAN
           END-START.
               UNTIL WS-FIM-SCAN = "S".
           MOVE WS-REQ-DEPTO   TO RQ-COD-DEPTO.
           MOVE WS-REQ-DEPNOME TO RQ-DEPTO.
           IF (DP-QUOTA-QTD > ZEROS
               AND WS-USO-QTD + WS-DOC-QTD > DP-QUOTA-QTD)
              OR (DP-QUOTA-VALOR > ZEROS
               AND WS-USO-VALOR + WS-DOC-VALOR > DP-QUOTA-VALOR)
              DISPLAY (21, 18) "Quota Estourada - Liberacao (S/N)?"
              ACCEPT (21, 53) WS-CONFIRMA
              DISPLAY (21, 18) "                                    "
              IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                 DISPLAY (21, 18) "Requisicao Nao Gravada"
                 GO TO 030-LIMPA-DADOS
              END-IF
              MOVE "S" TO WS-PENDENTE
           END-IF.
           GO TO 050-GRAVAR.
       049-SOMA-REQ.
           IF RQ-COD-DEPTO = WS-REQ-DEPTO
              AND RQ-DATA (1:6) = WS-DATA-HOJE (1:6)
              AND (REQ-ABERTA OR REQ-PARCIAL OR REQ-ATENDIDA
                   OR REQ-LIBERACAO)
              ADD RQ-QTD TO WS-USO-QTD
              MOVE RQ-COD-PRODUTO TO COD-PRODUTO
              READ ALMOX-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 046-CUSTO-LINHA THRU 046-CUSTO-LINHA-EXIT
                      COMPUTE WS-USO-VALOR = WS-USO-VALOR
                          + (RQ-QTD * WS-CUSTO-LINHA)
              END-READ
           END-IF.
           READ REQUIS-S NEXT RECORD
       049-SOMA-REQ-EXIT.
           EXIT.
       050-GRAVAR.
           DISPLAY (21, 18) "Grava a Requisicao (S/N)?".
           ACCEPT (21, 44) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Requisicao Nao Gravada    "
              GO TO 030-LIMPA-DADOS.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO TO RC-NUMERO.
           MOVE RQ-COD-DEPTO TO RC-COD-DEPTO.
           MOVE RQ-DEPTO TO RC-DEPTO.
           MOVE WS-DATA-HOJE TO RC-DATA.
           MOVE WS-QTD-LINHAS TO RC-QTD-ITENS.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           WRITE REG-REQCAB
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Requisicao"
                   GO TO 030-LIMPA-DADOS
           END-WRITE.
           MOVE 1 TO WS-IND.
           PERFORM 052-GRAVA-LINHA THRU 052-GRAVA-LINHA-EXIT
               UNTIL WS-IND > WS-QTD-LINHAS.
           IF WS-PENDENTE = "S"
              PERFORM 054-GRAVA-LIBERACAO THRU 054-GRAVA-LIBERACAO-EXIT
           END-IF.
           DISPLAY (03, 32) RC-NUMERO.
           ADD 1 TO WS-CONT.
           IF WS-PENDENTE = "S"
              DISPLAY (21, 18) "Gravada - Aguarda Liberacao Superv."
           ELSE
              DISPLAY (21, 18) "Requisicao Gravada - Numero na Tela"
           END-IF.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           DISPLAY (21, 18) "Continua (S/N)?                    ".
           ACCEPT (21, 34) WS-CONFIRMA.
           IF WS-CONFIRMA = "N" OR "n"
              GO TO 060-FIM.
           GO TO 030-LIMPA-DADOS.
       052-GRAVA-LINHA.
           MOVE RC-NUMERO TO RQ-NUMERO.
           MOVE WS-IND TO RQ-ITEM.
           MOVE RC-COD-DEPTO TO RQ-COD-DEPTO.
           MOVE RC-DEPTO TO RQ-DEPTO.
           MOVE TB-COD-PRODUTO (WS-IND) TO RQ-COD-PRODUTO.
           MOVE TB-QTD (WS-IND) TO RQ-QTD.
           MOVE ZEROS TO RQ-QTD-ATENDIDA.
           MOVE RC-DATA TO RQ-DATA.
           IF WS-PENDENTE = "S"
              MOVE "L" TO RQ-SITUACAO
           ELSE
              MOVE "A" TO RQ-SITUACAO
           END-IF.
           WRITE REG-REQUIS
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Item da Requisicao"
           END-WRITE.
           ADD 1 TO WS-IND.
       052-GRAVA-LINHA-EXIT.
           EXIT.
       054-GRAVA-LIBERACAO.
           MOVE RC-NUMERO      TO RL-NUMERO.
           MOVE RC-COD-DEPTO   TO RL-COD-DEPTO.
           MOVE RC-DATA        TO RL-DATA-REQ.
           MOVE WS-OPERADOR    TO RL-OPERADOR-REQ.
           MOVE WS-DOC-QTD     TO RL-QTD-DOC.
           MOVE WS-DOC-VALOR   TO RL-VALOR-DOC.
           MOVE WS-USO-QTD     TO RL-USO-QTD.
           MOVE WS-USO-VALOR   TO RL-USO-VALOR.
           MOVE DP-QUOTA-QTD   TO RL-QUOTA-QTD.
           MOVE DP-QUOTA-VALOR TO RL-QUOTA-VALOR.
           MOVE "P"            TO RL-SITUACAO.
           MOVE ZEROS          TO RL-APROVADOR.
           MOVE ZEROS          TO RL-DATA-DECISAO.
           MOVE ZEROS          TO RL-HORA-DECISAO.
           MOVE SPACES         TO RL-MOTIVO.
           WRITE REG-REQLIB
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Pedido de Liberacao"
           END-WRITE.
       054-GRAVA-LIBERACAO-EXIT.
           EXIT.
       035-LIMPA-ITEM.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
       035-LIMPA-ITEM-EXIT.
           EXIT.
      *    Custo da linha: o custo medio do produto; para kit, a soma
      *    dos componentes ao custo medio atual de cada um (o kit nao
      *    tem custo proprio). Le ALMOX.DAT e sobrepoe REG-ALMOX.
       046-CUSTO-LINHA.
           MOVE CUSTO-UNITARIO TO WS-CUSTO-LINHA.
           IF NOT PRODUTO-KIT
              GO TO 046-CUSTO-LINHA-EXIT.
           MOVE ZEROS TO WS-CUSTO-LINHA.
           MOVE COD-PRODUTO TO WS-COD-KIT.
           MOVE COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 046-CUSTO-LINHA-EXIT
           END-START.
       046-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 046-CUSTO-LINHA-EXIT
           END-READ.
           IF KC-COD-KIT NOT = WS-COD-KIT
              GO TO 046-CUSTO-LINHA-EXIT.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 046-LE-COMP
           END-READ.
           COMPUTE WS-CUSTO-LINHA = WS-CUSTO-LINHA
               + (KC-QTD * CUSTO-UNITARIO).
           GO TO 046-LE-COMP.
       046-CUSTO-LINHA-EXIT.
           EXIT.
       047-ACHA-PRODUTO.
           IF TB-COD-PRODUTO (WS-IND) = RQ-COD-PRODUTO
              MOVE WS-IND TO WS-ACHEI.
           ADD 1 TO WS-IND.
       047-ACHA-PRODUTO-EXIT.
           EXIT.
      *    Kit e componente do mesmo kit nao vao no mesmo documento: o
      *    REQATE nao atenderia o kit. Para kit, procura na lista os
      *    componentes dele; para produto comum, procura na lista os
      *    kits de que ele e componente (chave alternativa KC-COD-COMP).
       044-CONFLITO-KIT.
           MOVE "N" TO WS-KIT-CONFLITO.
           IF WS-QTD-LINHAS = ZEROS
              GO TO 044-CONFLITO-KIT-EXIT.
           IF NOT PRODUTO-KIT
              GO TO 044-KITS-DO-COMP.
           MOVE RQ-COD-PRODUTO TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 044-CONFLITO-KIT-EXIT
           END-START.
       044-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 044-CONFLITO-KIT-EXIT
           END-READ.
           IF KC-COD-KIT NOT = RQ-COD-PRODUTO
              GO TO 044-CONFLITO-KIT-EXIT.
           MOVE KC-COD-COMP TO WS-COD-BUSCA.
           PERFORM 044-PROCURA-LISTA THRU 044-PROCURA-LISTA-EXIT.
           IF WS-KIT-CONFLITO = "S"
              GO TO 044-CONFLITO-KIT-EXIT.
           GO TO 044-LE-COMP.
       044-KITS-DO-COMP.
           MOVE RQ-COD-PRODUTO TO KC-COD-COMP.
           START KITCOMP-S KEY = KC-COD-COMP
               INVALID KEY
                   GO TO 044-CONFLITO-KIT-EXIT
           END-START.
       044-LE-KIT.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 044-CONFLITO-KIT-EXIT
           END-READ.
           IF KC-COD-COMP NOT = RQ-COD-PRODUTO
              GO TO 044-CONFLITO-KIT-EXIT.
           MOVE KC-COD-KIT TO WS-COD-BUSCA.
           PERFORM 044-PROCURA-LISTA THRU 044-PROCURA-LISTA-EXIT.
           IF WS-KIT-CONFLITO = "S"
              GO TO 044-CONFLITO-KIT-EXIT.
           GO TO 044-LE-KIT.
       044-CONFLITO-KIT-EXIT.
           EXIT.
       044-PROCURA-LISTA.
           MOVE 1 TO WS-IND.
       044-PROCURA-PROXIMO.
           IF WS-IND > WS-QTD-LINHAS
              GO TO 044-PROCURA-LISTA-EXIT.
           IF TB-COD-PRODUTO (WS-IND) = WS-COD-BUSCA
              MOVE "S" TO WS-KIT-CONFLITO
              GO TO 044-PROCURA-LISTA-EXIT.
           ADD 1 TO WS-IND.
           GO TO 044-PROCURA-PROXIMO.
       044-PROCURA-LISTA-EXIT.
           EXIT.
       060-FIM.
           CLOSE REQNUM-S.
           OPEN OUTPUT REQNUM-S.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE REQUIS-S.
           CLOSE REQCAB-S.
           CLOSE REQLIB-S.
           CLOSE ALMOX-S.
           CLOSE KITCOMP-S.
           CLOSE CTLDEP-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA REQCAD ---------***
