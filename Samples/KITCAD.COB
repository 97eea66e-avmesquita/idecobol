       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * COMPOSICAO DE KITS (CONJUNTOS PADRAO DE MATERIAL)
      * Mantem em KITCOMP.DAT (chave kit + componente) a lista de
      * componentes de cada kit - kit de admissao, kit de manutencao
      * etc. - com a quantidade de cada componente por kit. O kit e
      * um produto de ALMOX.DAT sem saldo proprio: passa a
      * TIPO-PRODUTO K quando ganha o primeiro componente e volta a
      * produto comum quando perde o ultimo, e a mudanca vai para o
      * jornal de auditoria JORNAL.DAT. O componente tem de ser
      * produto cadastrado e nao pode ser kit; o kit nao pode ser
      * componente de outro kit. Quantidade zero retira o componente.
      * O custo mostrado e o dos componentes ao custo medio atual.
      * O REQCAD requisita o kit pelo codigo dele, o REQATE explode o
      * atendimento nas saidas dos componentes e o KITLST mostra
      * quantos kits podem ser montados com o estoque disponivel.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de alteracao (perfil do OPERCAD).
      * Produto retornavel (TIPO-PRODUTO R, emprestado pelo EMPCAD)
      * nao vira kit nem entra como componente.
      * Produto controlado (TIPO-PRODUTO C, do CTLCAD) tambem nao vira
      * kit nem entra como componente: sai so por requisicao propria,
      * conferida contra os departamentos autorizados.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCOMP-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KC-CHAVE
               ALTERNATE RECORD KEY IS KC-COD-COMP
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-KITCOMP.
           SELECT ALMOX-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PRODUTO
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT JORNAL-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-JORNAL.
           SELECT OPERADOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODIGO
               FILE STATUS IS WS-FS-OPERADOR.
       DATA DIVISION.
       FILE SECTION.
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
           02  WS-FS-KITCOMP  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-JORNAL   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-KIT         PIC 9(04) VALUE ZEROS.
           02  WS-COMP        PIC 9(04) VALUE ZEROS.
           02  WS-QTD-COMP    PIC 9(04) VALUE ZEROS.
           02  WS-EXISTE      PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-LIN-ITEM    PIC 9(02) VALUE ZEROS.
           02  WS-CUSTO-KIT   PIC 9(09)V99 VALUE ZEROS.
           02  ED-CUSTO       PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-IMAGEM-ANTES PIC X(100) VALUE SPACES.
       01  WS-LINHA-ITEM.
           02  LI-COD-COMP    PIC 9(04).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-NOME        PIC X(30).
           02  FILLER         PIC X(01) VALUE SPACE.
           02  LI-QTD         PIC Z.ZZ9.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 27  VALUE "COMPOSICAO DE KITS".
           02  LINE  3 COLUMN 07  VALUE "Codigo do Kit..........:".
           02  LINE  4 COLUMN 07  VALUE "Nome do Kit............:".
           02  LINE  5 COLUMN 07  VALUE "Custo dos Componentes..:".
           02  LINE  6 COLUMN 07  VALUE "Componentes............:".
           02  LINE  6 COLUMN 32  VALUE
               "COD. NOME DO COMPONENTE           QTD/KIT".
           02  LINE 18 COLUMN 07  VALUE "Componente (0 = Fim)...:".
           02  LINE 19 COLUMN 07  VALUE "Qtd por Kit (0=Retira).:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           OPEN I-O KITCOMP-S.
           IF WS-FS-KITCOMP = "35"
              OPEN OUTPUT KITCOMP-S
              CLOSE KITCOMP-S
              OPEN I-O KITCOMP-S
           END-IF.
           IF WS-FS-KITCOMP NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir KITCOMP.DAT - Status: " WS-FS-KITCOMP
              GOBACK
           END-IF.
           OPEN I-O ALMOX-S.
           IF WS-FS-ALMOX NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
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
           MOVE "KITCAD" TO WS-PROGRAMA.
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
           DISPLAY (19, 32) WS-LIMPA.
           DISPLAY (21, 70) "   ".
       040-KIT.
           ACCEPT (03, 32) WS-KIT WITH PROMPT.
           IF WS-KIT = 9999
              GO TO 060-FIM.
           IF WS-KIT = ZEROS
              DISPLAY (21, 18) "Codigo Invalido - Redigite"
              GO TO 040-KIT.
           MOVE WS-KIT TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 040-KIT
           END-READ.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (04, 32) NOME-PRODUTO.
      *    Kit nao tem saldo proprio: so vira kit produto sem saldo.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Produto Retornavel - Nao Vira Kit"
              GO TO 040-KIT.
           IF PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Produto Controlado - Nao Vira Kit"
              GO TO 040-KIT.
           IF NOT PRODUTO-KIT AND QTD-ESTOQUE NOT = ZEROS
              DISPLAY (21, 18) "Produto Com Saldo - Nao Vira Kit"
              GO TO 040-KIT.
           MOVE WS-KIT TO KC-COD-COMP.
           READ KITCOMP-S KEY IS KC-COD-COMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY (21, 18) "Produto e Componente de Outro Kit"
                   GO TO 040-KIT
           END-READ.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
       042-COMPONENTE.
           DISPLAY (18, 32) WS-LIMPA.
           DISPLAY (18, 38) WS-LIMPA.
           DISPLAY (19, 32) WS-LIMPA.
           ACCEPT (18, 32) WS-COMP WITH PROMPT.
           IF WS-COMP = ZEROS
              GO TO 050-FIM-KIT.
           IF WS-COMP = WS-KIT
              DISPLAY (21, 18) "Kit Nao e Componente Dele Mesmo"
              GO TO 042-COMPONENTE.
           MOVE WS-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Componente Nao Cadastrado"
                   GO TO 042-COMPONENTE
           END-READ.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Componente Nao Pode Ser Kit"
              GO TO 042-COMPONENTE.
           IF PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Componente Nao Pode Ser Retornavel"
              GO TO 042-COMPONENTE.
           IF PRODUTO-CONTROLADO
              DISPLAY (21, 18) "Componente Nao Pode Ser Controlado"
              GO TO 042-COMPONENTE.
           DISPLAY (21, 18) "                                    ".
           DISPLAY (18, 38) NOME-PRODUTO.
           MOVE WS-KIT  TO KC-COD-KIT.
           MOVE WS-COMP TO KC-COD-COMP.
           MOVE "S" TO WS-EXISTE.
           READ KITCOMP-S
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "S"
              DISPLAY (19, 32) KC-QTD.
       044-QTD.
           ACCEPT (19, 32) WS-QTD-COMP WITH PROMPT.
           IF WS-QTD-COMP = ZEROS
              GO TO 046-RETIRA.
           MOVE WS-KIT       TO KC-COD-KIT.
           MOVE WS-COMP      TO KC-COD-COMP.
           MOVE WS-QTD-COMP  TO KC-QTD.
           MOVE WS-DATA-HOJE TO KC-DATA.
           MOVE WS-OPERADOR  TO KC-OPERADOR.
           IF WS-EXISTE = "S"
              REWRITE REG-KITCOMP
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Alterar Componente"
              END-REWRITE
              DISPLAY (21, 18) "Quantidade por Kit Alterada"
           ELSE
              WRITE REG-KITCOMP
                  INVALID KEY
                      DISPLAY (21, 18) "Erro ao Gravar Componente"
              END-WRITE
              DISPLAY (21, 18) "Componente Incluido no Kit"
           END-IF.
           GO TO 048-MOSTRA.
       046-RETIRA.
           IF WS-EXISTE = "N"
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 044-QTD.
           DELETE KITCOMP-S
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Retirar Componente"
           END-DELETE.
           DISPLAY (21, 18) "Componente Retirado do Kit".
       048-MOSTRA.
           PERFORM 045-MOSTRA THRU 045-MOSTRA-EXIT.
           GO TO 042-COMPONENTE.
      *    Fim da lista: o produto vira kit com o primeiro componente
      *    e volta a comum sem nenhum; o registro e relido na hora de
      *    regravar para nao sobrepor o saldo baixado nesse meio tempo.
       050-FIM-KIT.
           MOVE WS-KIT TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   GO TO 030-LIMPA-DADOS
           END-READ.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE REG-ALMOX TO WS-IMAGEM-ANTES.
           IF WS-CONT > ZEROS AND NOT PRODUTO-KIT
              MOVE "K" TO TIPO-PRODUTO
              PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT
              DISPLAY (21, 18) "Produto Passa a Ser Kit"
              GO TO 030-LIMPA-DADOS.
           IF WS-CONT = ZEROS AND PRODUTO-KIT
              MOVE SPACE TO TIPO-PRODUTO
              PERFORM 055-REGRAVA THRU 055-REGRAVA-EXIT
              DISPLAY (21, 18) "Kit Sem Componentes - Produto Comum"
              GO TO 030-LIMPA-DADOS.
           DISPLAY (21, 18) "Composicao do Kit Gravada".
           GO TO 030-LIMPA-DADOS.
       035-LIMPA-LINHA.
           DISPLAY (WS-LIN-ITEM, 32) WS-LIMPA.
           DISPLAY (WS-LIN-ITEM, 62) "           ".
           ADD 1 TO WS-LIN-ITEM.
       035-LIMPA-LINHA-EXIT.
           EXIT.
      *    Lista os componentes do kit (ate 10 na tela), conta todos
      *    e soma o custo deles ao custo medio atual.
       045-MOSTRA.
           MOVE 7 TO WS-LIN-ITEM.
           PERFORM 035-LIMPA-LINHA THRU 035-LIMPA-LINHA-EXIT
               UNTIL WS-LIN-ITEM > 17.
           MOVE ZEROS TO WS-CONT.
           MOVE ZEROS TO WS-CUSTO-KIT.
           MOVE 7 TO WS-LIN-ITEM.
           MOVE WS-KIT TO KC-COD-KIT.
           MOVE ZEROS TO KC-COD-COMP.
           START KITCOMP-S KEY > KC-CHAVE
               INVALID KEY
                   GO TO 045-TOTAL
           END-START.
       045-LE-COMP.
           READ KITCOMP-S NEXT RECORD
               AT END
                   GO TO 045-TOTAL
           END-READ.
           IF KC-COD-KIT NOT = WS-KIT
              GO TO 045-TOTAL.
           ADD 1 TO WS-CONT.
           MOVE KC-COD-COMP TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO NOME-PRODUTO
                   MOVE ZEROS TO CUSTO-UNITARIO
           END-READ.
           COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
               + (KC-QTD * CUSTO-UNITARIO).
           IF WS-LIN-ITEM > 16
              DISPLAY (17, 32) "(MAIS COMPONENTES NO KIT)"
              GO TO 045-LE-COMP.
           MOVE KC-COD-COMP  TO LI-COD-COMP.
           MOVE NOME-PRODUTO TO LI-NOME.
           MOVE KC-QTD       TO LI-QTD.
           DISPLAY (WS-LIN-ITEM, 32) WS-LINHA-ITEM.
           ADD 1 TO WS-LIN-ITEM.
           GO TO 045-LE-COMP.
       045-TOTAL.
           MOVE WS-CUSTO-KIT TO ED-CUSTO.
           DISPLAY (05, 32) ED-CUSTO.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
       045-MOSTRA-EXIT.
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
           MOVE "KITCAD" TO JR-PROGRAMA.
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
           CLOSE KITCOMP-S.
           CLOSE ALMOX-S.
           CLOSE JORNAL-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA KITCAD ---------***
