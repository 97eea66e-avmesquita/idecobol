       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEVCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * DEVOLUCAO DE MATERIAL AO FORNECEDOR
      * Registra a devolucao ao fornecedor de material recebido com
      * defeito, fora da especificacao ou com validade curta. Cada
      * nota de devolucao e de um so fornecedor (validado contra
      * FORNECED.DAT) e tem numero proprio da sequencia DEVNUM.DAT;
      * os itens sao gravados em DEVFORN.DAT (numero da nota, item,
      * ordem de compra, produto, data e lote da entrada devolvida,
      * quantidade, custo, motivo e operador).
      * Cada item aponta a ordem de compra (ORDENS.DAT, precisa ser
      * do fornecedor da nota) e o produto, que precisa ter linha
      * com quantidade recebida na ordem (ORDITEM.DAT). A entrada
      * devolvida e procurada no historico MOVHIST.DAT entre as
      * entradas posicionadas de origem C daquela ordem e produto:
      * o programa propoe a mais recente e o operador pode digitar
      * outra data. A quantidade nao passa do que entrou naquela
      * data menos o ja devolvido dela em notas anteriores, nem do
      * saldo em estoque. Motivos: 1 fora da especificacao,
      * 2 avaria, 3 validade curta, 99 outro.
      * Cada item vira uma saida em MOVTO.DAT com origem F, o numero
      * da ordem no campo da requisicao, o custo unitario e o lote
      * da entrada e a data dessa entrada em MV-VALIDADE: o MOVPOST
      * desfaz o custo medio, tira do lote, volta a quantidade para
      * pendente na linha da ordem (o ORDAGE passa a cobrar) e nao
      * conta a saida como consumo nem como perda.
      * A nota impressa para acompanhar o material sai pelo NOTADEV.
      * Se o mes corrente estiver fechado pela contabilidade em
      * PERFECH.DAT, o programa nao aceita lancamentos.
      * O acesso exige assinatura do operador contra OPERADOR.DAT e
      * permissao de inclusao (perfil do OPERCAD), como no ORDCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVFORN-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               ALTERNATE RECORD KEY IS DF-NUMERO-OC
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DEVFORN.
           SELECT DEVNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-DEVNUM.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
           SELECT MOVHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVHIST.
           SELECT ORDENS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               FILE STATUS IS WS-FS-ORDENS.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
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
       FD DEVFORN-S
           RECORD CONTAINS 67 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEVFORN
           VALUE OF FILE-ID "DEVFORN.DAT".
       01  REG-DEVFORN.
           02  DF-CHAVE.
               03  DF-NUMERO      PIC 9(06).
               03  DF-ITEM        PIC 9(03).
           02  DF-COD-FORNEC  PIC 9(04).
           02  DF-DATA        PIC 9(08).
           02  DF-NUMERO-OC   PIC 9(06).
           02  DF-COD-PRODUTO PIC 9(04).
           02  DF-DATA-ENTRADA PIC 9(08).
           02  DF-LOTE        PIC X(10).
           02  DF-QTD         PIC 9(04).
           02  DF-CUSTO-UNIT  PIC 9(05)V99.
           02  DF-MOTIVO      PIC 9(02).
               88  DEV-ESPECIFICACAO   VALUE 01.
               88  DEV-AVARIA          VALUE 02.
               88  DEV-VALIDADE-CURTA  VALUE 03.
               88  DEV-OUTRO           VALUE 99.
           02  DF-OPERADOR    PIC 9(04).
           02  DF-IMPRESSA    PIC X(01).
               88  NOTA-IMPRESSA       VALUE "S".
               88  NOTA-PENDENTE       VALUE "N".
       FD DEVNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-DEVNUM
           VALUE OF FILE-ID "DEVNUM.DAT".
       01  REG-DEVNUM.
           02  DN-ULTIMO      PIC 9(06).
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
           02  MV-UNID-COMPRA PIC X(01).
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-FORNECEDOR   VALUE "F".
           02  MV-NF-REGISTRO PIC 9(06).
           02  MV-NF-ITEM     PIC 9(03).
       FD MOVHIST-S
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVHIST
           VALUE OF FILE-ID "MOVHIST.DAT".
       01  REG-MOVHIST.
           02  MH-COD-PRODUTO PIC 9(04).
           02  MH-TIPO        PIC X(01).
           02  MH-QTD         PIC 9(04).
           02  MH-DATA        PIC 9(08).
           02  MH-SITUACAO    PIC X(01).
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-CUSTO-UNIT  PIC 9(05)V99.
           02  MH-COD-DEPTO   PIC 9(04).
           02  MH-NUMERO-REQ  PIC 9(06).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
       FD ORDENS-S
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDEM
           VALUE OF FILE-ID "ORDENS.DAT".
       01  REG-ORDEM.
           02  OC-NUMERO      PIC 9(06).
           02  OC-COD-FORNEC  PIC 9(04).
           02  OC-DATA        PIC 9(08).
           02  OC-PRAZO       PIC 9(03).
           02  OC-ORIGEM      PIC X(01).
           02  OC-OPERADOR    PIC 9(04).
           02  OC-SITUACAO    PIC X(01).
       FD ORDITEM-S
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-ORDITEM
           VALUE OF FILE-ID "ORDITEM.DAT".
       01  REG-ORDITEM.
           02  OI-CHAVE.
               03  OI-NUMERO      PIC 9(06).
               03  OI-ITEM        PIC 9(03).
           02  OI-COD-PRODUTO PIC 9(04).
           02  OI-QTD-PEDIDA  PIC 9(04).
           02  OI-QTD-RECEBIDA PIC 9(04).
           02  OI-PRECO       PIC 9(05)V99.
           02  OI-DATA-ENTRADA PIC 9(08).
           02  OI-SITUACAO    PIC X(01).
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
           02  CATEGORIA      PIC X(10).
           02  UNIDADE-COMPRA PIC X(02).
           02  FATOR-COMPRA   PIC 9(03).
           02  SITUACAO-PRODUTO PIC X(01).
           02  TIPO-PRODUTO   PIC X(01).
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
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
           02  WS-LIMPA       PIC X(40) VALUE SPACES.
           02  WS-FS-DEVFORN  PIC X(02) VALUE SPACES.
           02  WS-FS-DEVNUM   PIC X(02) VALUE SPACES.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FS-MOVHIST  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-FORNEC      PIC 9(04) VALUE ZEROS.
           02  WS-NOTA        PIC 9(06) VALUE ZEROS.
           02  WS-ITEM        PIC 9(03) VALUE ZEROS.
           02  WS-ORDEM       PIC 9(06) VALUE ZEROS.
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-ACHOU-LINHA PIC X(01) VALUE "N".
           02  WS-DATA-PROCURA PIC 9(08) VALUE ZEROS.
           02  WS-DATA-ENT    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-INF    PIC 9(08) VALUE ZEROS.
           02  WS-ENT-QTD     PIC 9(05) VALUE ZEROS.
           02  WS-ENT-CUSTO   PIC 9(05)V99 VALUE ZEROS.
           02  WS-ENT-LOTE    PIC X(10) VALUE SPACES.
           02  WS-JA-DEVOLVIDO PIC 9(05) VALUE ZEROS.
           02  WS-DEVOLVIVEL  PIC 9(05) VALUE ZEROS.
           02  WS-QTD-DEV     PIC 9(04) VALUE ZEROS.
           02  WS-MOTIVO      PIC 9(02) VALUE ZEROS.
               88  MOTIVO-VALIDO       VALUE 01 02 03 99.
           02  ED-QTD         PIC ZZZZ9.
           02  ED-CUSTO       PIC ZZ.ZZ9,99.
       01  WS-DATA-HOJE.
           02  WS-HOJE-ANO    PIC 9(04) VALUE ZEROS.
           02  WS-HOJE-MES    PIC 9(02) VALUE ZEROS.
           02  WS-HOJE-DIA    PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 20  VALUE
               "DEVOLUCAO DE MATERIAL AO FORNECEDOR".
           02  LINE  3 COLUMN 07  VALUE "Codigo do Fornecedor...:".
           02  LINE  4 COLUMN 07  VALUE "Nome do Fornecedor.....:".
           02  LINE  5 COLUMN 07  VALUE "Contato................:".
           02  LINE  6 COLUMN 07  VALUE "Nota de Devolucao......:".
           02  LINE  8 COLUMN 07  VALUE "Ordem de Compra (0=Fim):".
           02  LINE  9 COLUMN 07  VALUE "Codigo do Produto......:".
           02  LINE 10 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE 11 COLUMN 07  VALUE "Data da Entrada........:".
           02  LINE 12 COLUMN 07  VALUE "Qtd Entrada / Devolvida:".
           02  LINE 13 COLUMN 07  VALUE "Custo Unit. / Lote.....:".
           02  LINE 14 COLUMN 07  VALUE "Qtd a Devolver (0=Tudo):".
           02  LINE 15 COLUMN 07  VALUE "Motivo.................:".
           02  LINE 16 COLUMN 07  VALUE
               "1-Fora Especif. 2-Avaria 3-Valid. Curta 99-Outro".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH = "00"
              MOVE WS-DATA-HOJE (1:6) TO PF-ANOMES
              READ PERFECH-S
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PERIODO-FECHADO
                         DISPLAY (10, 15)
                            "Mes Fechado pela Contabilidade (FECHMES)"
                         CLOSE PERFECH-S
                         GOBACK
                      END-IF
              END-READ
              CLOSE PERFECH-S
           END-IF.
           OPEN I-O DEVFORN-S.
           IF WS-FS-DEVFORN = "35"
              OPEN OUTPUT DEVFORN-S
              CLOSE DEVFORN-S
              OPEN I-O DEVFORN-S
           END-IF.
           IF WS-FS-DEVFORN NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir DEVFORN.DAT - Status: " WS-FS-DEVFORN
              GOBACK
           END-IF.
           OPEN I-O DEVNUM-S.
           IF WS-FS-DEVNUM = "35"
              OPEN OUTPUT DEVNUM-S
              MOVE ZEROS TO DN-ULTIMO
              WRITE REG-DEVNUM
              CLOSE DEVNUM-S
              OPEN I-O DEVNUM-S
           END-IF.
           READ DEVNUM-S
               AT END
                   MOVE ZEROS TO DN-ULTIMO
           END-READ.
           MOVE DN-ULTIMO TO WS-ULT-NUMERO.
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
           OPEN INPUT ORDENS-S.
           IF WS-FS-ORDENS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              GOBACK
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDITEM.DAT - Status: " WS-FS-ORDITEM
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
           MOVE "DEVCAD" TO WS-PROGRAMA.
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
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
      *    Uma nota por fornecedor: o numero so e tirado da sequencia
      *    quando o primeiro item e gravado.
       040-FORNECEDOR.
           ACCEPT (03, 32) WS-FORNEC WITH PROMPT.
           IF WS-FORNEC = ZEROS
              GO TO 060-FIM.
           MOVE WS-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   DISPLAY (21, 18) "Fornecedor Nao Cadastrado"
                   GO TO 040-FORNECEDOR
           END-READ.
           DISPLAY (21, 18) WS-LIMPA.
           DISPLAY (04, 32) FOR-NOME.
           DISPLAY (05, 32) FOR-CONTATO.
           MOVE ZEROS TO WS-NOTA.
           MOVE ZEROS TO WS-ITEM.
           DISPLAY (06, 32) "NOVA".
       050-ORDEM.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           ACCEPT (08, 32) WS-ORDEM WITH PROMPT.
           IF WS-ORDEM = ZEROS
              GO TO 058-ENCERRA-NOTA.
           MOVE WS-ORDEM TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   DISPLAY (21, 18) "Ordem Nao Encontrada - Redigite"
                   GO TO 050-ORDEM
           END-READ.
           IF OC-COD-FORNEC NOT = WS-FORNEC
              DISPLAY (21, 18) "Ordem de Outro Fornecedor - Redigite"
              GO TO 050-ORDEM.
           DISPLAY (21, 18) WS-LIMPA.
       051-PRODUTO.
           ACCEPT (09, 32) WS-PRODUTO WITH PROMPT.
           IF WS-PRODUTO = ZEROS
              GO TO 050-ORDEM.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 051-PRODUTO
           END-READ.
           DISPLAY (10, 32) NOME-PRODUTO.
           PERFORM 055-PROCURA-LINHA THRU 055-PROCURA-LINHA-EXIT.
           IF WS-ACHOU-LINHA NOT = "S"
              DISPLAY (21, 18) "Produto Sem Recebimento na Ordem"
              GO TO 051-PRODUTO.
      *    Propoe a entrada mais recente do produto nesta ordem; o
      *    operador pode digitar a data de outra entrada.
           MOVE ZEROS TO WS-DATA-PROCURA.
           PERFORM 070-PROCURA-ENTRADA THRU 070-PROCURA-ENTRADA-EXIT.
           IF WS-ENT-QTD = ZEROS
              DISPLAY (21, 18) "Entrada Nao Encontrada no Historico"
              GO TO 051-PRODUTO.
           DISPLAY (21, 18) WS-LIMPA.
       052-ENTRADA.
           MOVE WS-DATA-ENT TO WS-DATA-INF.
           DISPLAY (11, 32) WS-DATA-INF.
           ACCEPT (11, 32) WS-DATA-INF WITH PROMPT.
           IF WS-DATA-INF = ZEROS
              GO TO 051-PRODUTO.
           IF WS-DATA-INF NOT = WS-DATA-ENT
              MOVE WS-DATA-INF TO WS-DATA-PROCURA
              PERFORM 070-PROCURA-ENTRADA
                  THRU 070-PROCURA-ENTRADA-EXIT
              IF WS-ENT-QTD = ZEROS
                 DISPLAY (21, 18) "Sem Entrada Nesta Data - Redigite"
                 MOVE ZEROS TO WS-DATA-PROCURA
                 PERFORM 070-PROCURA-ENTRADA
                     THRU 070-PROCURA-ENTRADA-EXIT
                 GO TO 052-ENTRADA
              END-IF
           END-IF.
           PERFORM 075-JA-DEVOLVIDO THRU 075-JA-DEVOLVIDO-EXIT.
           IF WS-JA-DEVOLVIDO < WS-ENT-QTD
              COMPUTE WS-DEVOLVIVEL = WS-ENT-QTD - WS-JA-DEVOLVIDO
           ELSE
              MOVE ZEROS TO WS-DEVOLVIVEL
           END-IF.
           MOVE WS-ENT-QTD TO ED-QTD.
           DISPLAY (12, 32) ED-QTD " / ".
           MOVE WS-JA-DEVOLVIDO TO ED-QTD.
           DISPLAY (12, 40) ED-QTD.
           MOVE WS-ENT-CUSTO TO ED-CUSTO.
           DISPLAY (13, 32) ED-CUSTO " / " WS-ENT-LOTE.
           IF WS-DEVOLVIVEL = ZEROS
              DISPLAY (21, 18) "Entrada Ja Devolvida - Outra Data"
              GO TO 052-ENTRADA.
           DISPLAY (21, 18) WS-LIMPA.
      *    Nao devolve mais do que entrou nesta data (menos o ja
      *    devolvido dela) nem mais do que o saldo em estoque.
       053-QUANTIDADE.
           ACCEPT (14, 32) WS-QTD-DEV WITH PROMPT.
           IF WS-QTD-DEV = ZEROS
              MOVE WS-DEVOLVIVEL TO WS-QTD-DEV
              DISPLAY (14, 32) WS-QTD-DEV.
           IF WS-QTD-DEV > WS-DEVOLVIVEL
              DISPLAY (21, 18) "Acima do Recebido na Entrada"
              GO TO 053-QUANTIDADE.
           IF WS-QTD-DEV > QTD-ESTOQUE
              DISPLAY (21, 18) "Saldo em Estoque Insuficiente"
              GO TO 053-QUANTIDADE.
           DISPLAY (21, 18) WS-LIMPA.
       054-MOTIVO.
           ACCEPT (15, 32) WS-MOTIVO WITH PROMPT.
           IF NOT MOTIVO-VALIDO
              DISPLAY (21, 18) "Motivo Invalido - Redigite"
              GO TO 054-MOTIVO.
           DISPLAY (21, 18) "Confirma Devolucao do Item (S/N)?".
           ACCEPT (21, 52) WS-CONFIRMA.
           DISPLAY (21, 18) WS-LIMPA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Item Nao Gravado"
              GO TO 050-ORDEM.
       056-GRAVA-ITEM.
           IF WS-NOTA = ZEROS
              ADD 1 TO WS-ULT-NUMERO
              MOVE WS-ULT-NUMERO TO WS-NOTA
              MOVE ZEROS TO WS-ITEM
           END-IF.
           ADD 1 TO WS-ITEM.
           MOVE WS-NOTA         TO DF-NUMERO.
           MOVE WS-ITEM         TO DF-ITEM.
           MOVE WS-FORNEC       TO DF-COD-FORNEC.
           MOVE WS-DATA-HOJE    TO DF-DATA.
           MOVE WS-ORDEM        TO DF-NUMERO-OC.
           MOVE WS-PRODUTO      TO DF-COD-PRODUTO.
           MOVE WS-DATA-ENT     TO DF-DATA-ENTRADA.
           MOVE WS-ENT-LOTE     TO DF-LOTE.
           MOVE WS-QTD-DEV      TO DF-QTD.
           MOVE WS-ENT-CUSTO    TO DF-CUSTO-UNIT.
           MOVE WS-MOTIVO       TO DF-MOTIVO.
           MOVE WS-OPERADOR     TO DF-OPERADOR.
           MOVE "N"             TO DF-IMPRESSA.
           WRITE REG-DEVFORN
               INVALID KEY
                   IF WS-ITEM = 1
                      MOVE ZEROS TO WS-NOTA
                      GO TO 056-GRAVA-ITEM
                   ELSE
                      DISPLAY (21, 18) "Erro ao Gravar Item da Nota"
                      SUBTRACT 1 FROM WS-ITEM
                      GO TO 050-ORDEM
                   END-IF
           END-WRITE.
           DISPLAY (06, 32) WS-NOTA.
      *    A saida vai para o MOVPOST com origem F, a ordem no campo
      *    da requisicao e o custo, o lote e a data da entrada.
           MOVE WS-PRODUTO      TO MV-COD-PRODUTO.
           MOVE "S"             TO MV-TIPO.
           MOVE WS-QTD-DEV      TO MV-QTD.
           MOVE WS-HOJE-ANO     TO MV-ANO.
           MOVE WS-HOJE-MES     TO MV-MES.
           MOVE WS-HOJE-DIA     TO MV-DIA.
           MOVE WS-ENT-CUSTO    TO MV-CUSTO-UNIT.
           MOVE ZEROS           TO MV-LOCAL.
           MOVE ZEROS           TO MV-LOCAL-DEST.
           MOVE WS-ENT-LOTE     TO MV-LOTE.
           MOVE WS-DATA-ENT     TO MV-VALIDADE.
           MOVE ZEROS           TO MV-COD-DEPTO.
           MOVE WS-ORDEM        TO MV-NUMERO-REQ.
           MOVE WS-MOTIVO       TO MV-MOTIVO.
           MOVE "N"             TO MV-UNID-COMPRA.
           MOVE "F"             TO MV-ORIGEM.
           MOVE ZEROS           TO MV-NF-REGISTRO.
           MOVE ZEROS           TO MV-NF-ITEM.
           WRITE REG-MOVTO.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           DISPLAY (21, 18) "Item Gravado - Proxima Ordem (0=Fim)".
           GO TO 050-ORDEM.
       058-ENCERRA-NOTA.
           IF WS-NOTA NOT = ZEROS
              DISPLAY (21, 18) "Nota " WS-NOTA
                 " Gravada - Emitir pelo NOTADEV"
           END-IF.
           GO TO 030-LIMPA-DADOS.
       035-LIMPA-ITEM.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (15, 32) WS-LIMPA.
       035-LIMPA-ITEM-EXIT.
           EXIT.
      *    O produto precisa ter linha com quantidade ja recebida
      *    na ordem informada.
       055-PROCURA-LINHA.
           MOVE "N" TO WS-ACHOU-LINHA.
           MOVE WS-ORDEM TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 055-PROCURA-LINHA-EXIT
           END-START.
       055-LE-LINHA.
           READ ORDITEM-S NEXT RECORD
               AT END
                   GO TO 055-PROCURA-LINHA-EXIT
           END-READ.
           IF OI-NUMERO NOT = WS-ORDEM
              GO TO 055-PROCURA-LINHA-EXIT.
           IF OI-COD-PRODUTO = WS-PRODUTO
              AND OI-QTD-RECEBIDA > ZEROS
              MOVE "S" TO WS-ACHOU-LINHA
              GO TO 055-PROCURA-LINHA-EXIT.
           GO TO 055-LE-LINHA.
       055-PROCURA-LINHA-EXIT.
           EXIT.
      *    Entradas posicionadas de compra (origem C) do produto
      *    nesta ordem: com data informada soma as entradas daquele
      *    dia; sem data fica com o dia da entrada mais recente. O
      *    custo e o lote sao os da ultima entrada do dia.
       070-PROCURA-ENTRADA.
           MOVE ZEROS TO WS-ENT-QTD.
           MOVE ZEROS TO WS-ENT-CUSTO.
           MOVE SPACES TO WS-ENT-LOTE.
           MOVE WS-DATA-PROCURA TO WS-DATA-ENT.
           OPEN INPUT MOVHIST-S.
           IF WS-FS-MOVHIST NOT = "00"
              GO TO 070-PROCURA-ENTRADA-EXIT.
       070-LE-HISTORICO.
           READ MOVHIST-S
               AT END
                   GO TO 070-FECHA-HISTORICO
           END-READ.
           IF MOVHIST-POSICIONADO
              AND (MH-TIPO = "E" OR "e")
              AND MH-ORIGEM = "C"
              AND MH-NUMERO-REQ = WS-ORDEM
              AND MH-COD-PRODUTO = WS-PRODUTO
              PERFORM 072-CONSIDERA-ENTRADA
                  THRU 072-CONSIDERA-ENTRADA-EXIT
           END-IF.
           GO TO 070-LE-HISTORICO.
       070-FECHA-HISTORICO.
           CLOSE MOVHIST-S.
       070-PROCURA-ENTRADA-EXIT.
           EXIT.
       072-CONSIDERA-ENTRADA.
           IF WS-DATA-PROCURA NOT = ZEROS
              AND MH-DATA NOT = WS-DATA-PROCURA
              GO TO 072-CONSIDERA-ENTRADA-EXIT.
           IF MH-DATA > WS-DATA-ENT
              MOVE MH-DATA TO WS-DATA-ENT
              MOVE ZEROS TO WS-ENT-QTD
           END-IF.
           IF MH-DATA = WS-DATA-ENT
              ADD MH-QTD TO WS-ENT-QTD
              MOVE MH-CUSTO-UNIT TO WS-ENT-CUSTO
              MOVE MH-LOTE TO WS-ENT-LOTE
           END-IF.
       072-CONSIDERA-ENTRADA-EXIT.
           EXIT.
      *    Quanto desta entrada ja foi devolvido em notas anteriores
      *    (inclusive as desta mesma sessao).
       075-JA-DEVOLVIDO.
           MOVE ZEROS TO WS-JA-DEVOLVIDO.
           MOVE WS-ORDEM TO DF-NUMERO-OC.
           START DEVFORN-S KEY = DF-NUMERO-OC
               INVALID KEY
                   GO TO 075-JA-DEVOLVIDO-EXIT
           END-START.
       075-LE-DEVOLUCAO.
           READ DEVFORN-S NEXT RECORD
               AT END
                   GO TO 075-JA-DEVOLVIDO-EXIT
           END-READ.
           IF DF-NUMERO-OC NOT = WS-ORDEM
              GO TO 075-JA-DEVOLVIDO-EXIT.
           IF DF-COD-PRODUTO = WS-PRODUTO
              AND DF-DATA-ENTRADA = WS-DATA-ENT
              ADD DF-QTD TO WS-JA-DEVOLVIDO.
           GO TO 075-LE-DEVOLUCAO.
       075-JA-DEVOLVIDO-EXIT.
           EXIT.
       060-FIM.
           CLOSE DEVNUM-S.
           OPEN OUTPUT DEVNUM-S.
           MOVE WS-ULT-NUMERO TO DN-ULTIMO.
           WRITE REG-DEVNUM.
           CLOSE DEVNUM-S.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE DEVFORN-S.
           CLOSE MOVTO-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA DEVCAD ---------***
