       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * CADASTRO DE PRODUTOS CONTROLADOS
      * Marca em ALMOX.DAT os produtos controlados pelos orgaos de
      * fiscalizacao (solventes, acidos e outros quimicos) com
      * TIPO-PRODUTO C e guarda em CTLPROD.DAT o codigo oficial do
      * produto junto ao orgao. A lista de departamentos autorizados
      * a receber cada produto fica em CTLDEP.DAT (chave produto +
      * departamento, validado contra DEPTOS.DAT): departamento
      * digitado que nao esta na lista e incluido e o que ja esta
      * pode ser retirado. O REQCAD e o REQATE recusam o produto
      * controlado para departamento fora da lista e o CTLMAP emite
      * o mapa mensal exigido pela fiscalizacao.
      * Codigo oficial em branco mantem o atual; 0 retira o controle
      * (apaga o codigo e as autorizacoes e volta o produto a comum),
      * o que so e aceito com o saldo zerado. Kit, retornavel e
      * componente de kit nao podem ser controlados. A mudanca do
      * tipo do produto vai para o jornal de auditoria JORNAL.DAT.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de alteracao (perfil do OPERCAD).
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLPROD-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-COD-PRODUTO
               FILE STATUS IS WS-FS-CTLPROD.
           SELECT CTLDEP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-FS-CTLDEP.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT DEPTOS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-COD-DEPTO
               FILE STATUS IS WS-FS-DEPTOS.
           SELECT JORNAL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-JORNAL.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
       FD CTLPROD-S
           RECORD CONTAINS 31 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CTLPROD
           VALUE OF FILE-ID "CTLPROD.DAT".
       01  REG-CTLPROD.
           02  PC-COD-PRODUTO PIC 9(04).
           02  PC-COD-OFICIAL PIC X(15).
           02  PC-DATA        PIC 9(08).
           02  PC-OPERADOR    PIC 9(04).
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
           02  WS-FS-CTLPROD  PIC X(02) VALUE SPACES.
           02  WS-FS-CTLDEP   PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-FS-DEPTOS   PIC X(02) VALUE SPACES.
           02  WS-FS-JORNAL   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-COD-OFICIAL PIC X(15) VALUE SPACES.
           02  WS-DEPTO       PIC 9(04) VALUE ZEROS.
           02  WS-EXISTE      PIC X(01) VALUE "N".
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-LIN-ITEM    PIC 9(02) VALUE ZEROS.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       01  WS-LINHA-ITEM.
           02  LI-COD-DEPTO   PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-NOME        PIC X(15).
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 26  VALUE "PRODUTOS CONTROLADOS".
           02  LINE  3 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE  4 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE  5 COLUMN 07  VALUE "Cod. Oficial (0=Retira):".
           02  LINE  6 COLUMN 07  VALUE "Deptos Autorizados.....:".
           02  LINE  6 COLUMN 32  VALUE "COD. NOME DO DEPTO".
           02  LINE 18 COLUMN 07  VALUE "Departamento (0 = Fim).:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O CTLPROD-S.
           IF WS-FS-CTLPROD = "35"
              OPEN OUTPUT CTLPROD-S
              CLOSE CTLPROD-S
              OPEN I-O CTLPROD-S
           END-IF.
           IF WS-FS-CTLPROD NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CTLPROD.DAT - Status: " WS-FS-CTLPROD
              GOBACK
           END-IF.
           OPEN I-O CTLDEP-S.
           IF WS-FS-CTLDEP = "35"
              OPEN OUTPUT CTLDEP-S
              CLOSE CTLDEP-S
              OPEN I-O CTLDEP-S
           END-IF.
           IF WS-FS-CTLDEP NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir CTLDEP.DAT - Status: " WS-FS-CTLDEP
              GOBACK
           END-IF.
           OPEN I-O ALMOX-S.
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
           IF WS-FS-DEPTOS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir DEPTOS.DAT - Status: " WS-FS-DEPTOS
              DISPLAY (11, 15)
                 "Cadastre os departamentos pelo DEPCAD"
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
           MOVE "CTLCAD" TO WS-PROGRAMA.
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
           DISPLAY (05, 32) WS-LIMPA.
           MOVE 7 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-LINHA THRU 035-LIMPA-LINHA-EXIT
               UNTIL WS-LIN-ITEM > 17.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (18, 38) WS-LIMPA.
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
      *    Kit nao tem saldo proprio e retornavel nao e consumido; o
      *    componente de kit sairia pela explosao do kit, sem passar
      *    pela conferencia do departamento autorizado.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit Nao Pode Ser Controlado"
              GO TO 040-PRODUTO.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Produto Retornavel - Redigite"
              GO TO 040-PRODUTO.
           IF NOT PRODUTO-CONTROLADO
              MOVE WS-PRODUTO TO KC-COD-COMP
              READ KITCOMP-S KEY IS KC-COD-COMP
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      DISPLAY (21, 18) "Componente de Kit - Redigite"
                      GO TO 040-PRODUTO
              END-READ.
           MOVE WS-PRODUTO TO PC-COD-PRODUTO.
           MOVE "S" TO WS-EXISTE.
           READ CTLPROD-S
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   MOVE SPACES TO PC-COD-OFICIAL
           END-READ.
           IF WS-EXISTE = "S"
              DISPLAY (05, 32) PC-COD-OFICIAL.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
       042-OFICIAL.
           MOVE SPACES TO WS-COD-OFICIAL.
           ACCEPT (05, 32) WS-COD-OFICIAL WITH PROMPT.
           IF WS-COD-OFICIAL = "0"
              GO TO 048-RETIRA.
           IF WS-COD-OFICIAL = SPACES AND WS-EXISTE = "N"
              DISPLAY (21, 18) "Informe o Codigo Oficial"
              GO TO 042-OFICIAL.
           IF WS-COD-OFICIAL = SPACES
              MOVE PC-COD-OFICIAL TO WS-COD-OFICIAL.
           DISPLAY (05, 32) WS-COD-OFICIAL.
           DISPLAY (21, 18) "                                    ".
           MOVE WS-PRODUTO     TO PC-COD-PRODUTO.
           MOVE WS-COD-OFICIAL TO PC-COD-OFICIAL.
           MOVE WS-DATA-HOJE   TO PC-DATA.
           MOVE WS-OPERADOR    TO PC-OPERADOR.
           IF WS-EXISTE = "S"
              REWRITE REG-CTLPROD
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Alterar Codigo Oficial"
              END-REWRITE
           ELSE
              WRITE REG-CTLPROD
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar Codigo Oficial"
              END-WRITE
           END-IF.
           MOVE "S" TO WS-EXISTE.
      *    O registro do produto e relido na hora de regravar para nao
      *    sobrepor o saldo baixado nesse meio tempo.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 044-DEPTO
           END-READ.
           IF NOT PRODUTO-CONTROLADO
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE REG-ALMOX TO WS-IMAGEM-ANTES
              MOVE "C" TO TIPO-PRODUTO
              PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT
              DISPLAY (21, 18) "Produto Passa a Ser Controlado".
       044-DEPTO.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (18, 38) WS-LIMPA.
           ACCEPT (18, 32) WS-DEPTO WITH PROMPT.
           IF WS-DEPTO = ZEROS
              DISPLAY (21, 18) "Produto Controlado Gravado        "
              GO TO 030-LIMPA-DADOS.
           MOVE WS-DEPTO TO DP-COD-DEPTO.
           READ DEPTOS-S
               INVALID KEY
                   DISPLAY (21, 18) "Departamento Nao Cadastrado       "
                   GO TO 044-DEPTO
           END-READ.
           DISPLAY (18, 38) DP-NOME.
           MOVE WS-PRODUTO TO CD-COD-PRODUTO.
           MOVE WS-DEPTO   TO CD-COD-DEPTO.
           READ CTLDEP-S
               INVALID KEY
                   GO TO 046-AUTORIZA
           END-READ.
           DISPLAY (21, 18) "Ja Autorizado - Retira (S/N)?     ".
           ACCEPT (21, 48) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Autorizacao Mantida               "
              GO TO 044-DEPTO.
           DELETE CTLDEP-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Retirar Autorizacao"
           END-DELETE.
           DISPLAY (21, 18) "Autorizacao Retirada              ".
           GO TO 047-MOSTRA.
       046-AUTORIZA.
           MOVE WS-PRODUTO   TO CD-COD-PRODUTO.
           MOVE WS-DEPTO     TO CD-COD-DEPTO.
           MOVE WS-DATA-HOJE TO CD-DATA.
           MOVE WS-OPERADOR  TO CD-OPERADOR.
           WRITE REG-CTLDEP
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Autorizacao"
           END-WRITE.
           DISPLAY (21, 18) "Departamento Autorizado           ".
       047-MOSTRA.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
           GO TO 044-DEPTO.
      *    Retirada do controle: so sem saldo, para o estoque de um
      *    controlado nunca sair do mapa mensal sem ter sido baixado.
       048-RETIRA.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 030-LIMPA-DADOS
           END-READ.
           IF WS-EXISTE = "N" AND NOT PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Produto Nao e Controlado - Redigite"
              GO TO 042-OFICIAL.
           IF QTD-ESTOQUE NOT = ZEROS
              DISPLAY (21, 18) "Com Saldo - Controle Nao Retirado"
              GO TO 042-OFICIAL.
           DISPLAY (21, 18) "Retira o Controle (S/N)?          ".
           ACCEPT (21, 43) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Retirada Cancelada                "
              GO TO 042-OFICIAL.
           IF WS-EXISTE = "S"
              MOVE WS-PRODUTO TO PC-COD-PRODUTO
              DELETE CTLPROD-S
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Apagar Codigo Oficial"
              END-DELETE
           END-IF.
           PERFORM 049-APAGA-DEPTOS THRU 049-APAGA-DEPTOS-EXIT.
           IF PRODUTO-CONTROLADO
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE REG-ALMOX TO WS-IMAGEM-ANTES
              MOVE SPACE TO TIPO-PRODUTO
              PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT.
           DISPLAY (21, 18) "Controle Retirado - Produto Comum ".
           GO TO 030-LIMPA-DADOS.
       035-LIMPA-LINHA.
           DISPLAY (WS-LIN-ITEM, 32) WS-LIMPA.
           ADD 1 TO WS-LIN-ITEM.
       035-LIMPA-LINHA-EXIT.
           EXIT.
      *    Lista os departamentos autorizados para o produto (ate 10
      *    na tela), na ordem do codigo, e conta todos.
       045-MOSTRA.
           MOVE 7 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-LINHA THRU 035-LIMPA-LINHA-EXIT
               UNTIL WS-LIN-ITEM > 17.
           MOVE ZEROS TO WS-CONT.
           MOVE 7 TO WS-LIN-ITEM.
           MOVE WS-PRODUTO TO CD-COD-PRODUTO.
           MOVE ZEROS TO CD-COD-DEPTO.
           START CTLDEP-S KEY > CD-CHAVE
               INVALID KEY
                   GO TO 045-TOTAL
           END-START.
       045-LE-DEPTO.
           READ CTLDEP-S NEXT RECORD
               AT END
                   GO TO 045-TOTAL
           END-READ.
           IF CD-COD-PRODUTO NOT = WS-PRODUTO
              GO TO 045-TOTAL.
           ADD 1 TO WS-CONT.
           MOVE CD-COD-DEPTO TO DP-COD-DEPTO.
           READ DEPTOS-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO DP-NOME
           END-READ.
           IF WS-LIN-ITEM > 16
              DISPLAY (17, 32) "(MAIS DEPARTAMENTOS)"
              GO TO 045-LE-DEPTO.
           MOVE CD-COD-DEPTO TO LI-COD-DEPTO.
           MOVE DP-NOME      TO LI-NOME.
           DISPLAY (WS-LIN-ITEM, 32) WS-LINHA-ITEM.
           ADD 1 TO WS-LIN-ITEM.
           GO TO 045-LE-DEPTO.
       045-TOTAL.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
       045-MOSTRA-EXIT.
           EXIT.
      *    Apaga todas as autorizacoes do produto que deixa de ser
      *    controlado.
       049-APAGA-DEPTOS.
           MOVE WS-PRODUTO TO CD-COD-PRODUTO.
           MOVE ZEROS TO CD-COD-DEPTO.
           START CTLDEP-S KEY > CD-CHAVE
               INVALID KEY
                   GO TO 049-APAGA-DEPTOS-EXIT
           END-START.
       049-LE-DEPTO.
           READ CTLDEP-S NEXT RECORD
               AT END
                   GO TO 049-APAGA-DEPTOS-EXIT
           END-READ.
           IF CD-COD-PRODUTO NOT = WS-PRODUTO
              GO TO 049-APAGA-DEPTOS-EXIT.
           DELETE CTLDEP-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Retirar Autorizacao"
           END-DELETE.
           GO TO 049-LE-DEPTO.
       049-APAGA-DEPTOS-EXIT.
           EXIT.
       055-REGRAVA.
           REWRITE REG-ALMOX
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar Produto"
                   GO TO 055-REGRAVA-EXIT
           END-REWRITE.
           ACCEPT WS-JR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JR-HORA FROM TIME.
           MOVE WS-JR-DATA TO JR-DATA.
           MOVE WS-JR-HORA (1:6) TO JR-HORA.
           MOVE "CTLCAD" TO JR-PROGRAMA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           MOVE "A" TO JR-OPERACAO.
           MOVE COD-PRODUTO TO JR-CHAVE.
           MOVE WS-IMAGEM-ANTES TO JR-ANTES.
           MOVE SPACES TO JR-DEPOIS.
           MOVE REG-ALMOX TO JR-DEPOIS.
           WRITE REG-JORNAL.
       055-REGRAVA-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE CTLPROD-S.
           CLOSE CTLDEP-S.
           CLOSE ALMOX-S.
           CLOSE KITCOMP-S.
           CLOSE DEPTOS-S.
           CLOSE JORNAL-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA CTLCAD ---------***
