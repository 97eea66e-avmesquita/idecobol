       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NFCAD.
       AUTHOR.      SETOR DE INFORMATICA.
       INSTALLATION. UNESA.
       DATE-WRITTEN.
      *
      ***--------------------------------------------------------***
      * REGISTRO DA NOTA FISCAL DO FORNECEDOR NO RECEBIMENTO
      * Digita o cabecalho da nota fiscal recebida (fornecedor de
      * FORNECED.DAT, numero e serie, emissao, vencimento, frete e
      * valor total) e os seus itens (ate 20), que viram as entradas
      * do MOVTO.DAT para o MOVPOST, como as do MOVCAD: produto
      * ativo, quantidade, preco unitario da nota, unidade de compra,
      * local, lote e validade dos pereciveis. A ordem de compra,
      * opcional, e a do cabecalho: precisa ser do mesmo fornecedor,
      * estar em aberto e ter linha aberta ou parcial de cada produto
      * digitado; zero deixa o MOVPOST distribuir pelas ordens.
      * A nota so fecha quando a soma dos itens mais o frete bate com
      * o valor total informado; senao o operador inclui item,
      * corrige frete e total ou abandona a nota. Numero e serie ja
      * registrados para o mesmo fornecedor sao recusados.
      * Fechada, a nota recebe o numero de registro seguinte de
      * NFNUM.DAT e e gravada em NFCAB.DAT (situacao F), com os itens
      * em NFITEM.DAT (pendentes); cada entrada leva no MOVTO o
      * registro e o item da nota. O custo unitario da entrada e o
      * preco da nota acrescido do frete rateado pelo valor dos
      * itens. O MOVPOST marca cada item como lancado ou recusado e,
      * com todos lancados, passa a nota para L e a envia ao contas a
      * pagar; com item recusado a nota fica D e, corrigida a causa,
      * os itens recusados sao reenviados ao MOVTO digitando de novo
      * o fornecedor, o numero e a serie da nota.
      * O acesso exige assinatura e permissao de inclusao, e o mes
      * fechado em PERFECH.DAT impede o registro, como no MOVCAD.
      * Produto kit nao entra na nota: o kit nao tem estoque e e
      * recebido pelos seus componentes, como no MOVCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVTO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-MOVTO.
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
           SELECT PERFECH-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ANOMES
               FILE STATUS IS WS-FS-PERFECH.
           SELECT ORDITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-CHAVE
               ALTERNATE RECORD KEY IS OI-COD-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ORDITEM.
           SELECT FORNECEDOR-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-COD-FORNEC
               FILE STATUS IS WS-FS-FORNEC.
           SELECT ORDENS-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               FILE STATUS IS WS-FS-ORDENS.
           SELECT NFCAB-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-REGISTRO
               ALTERNATE RECORD KEY IS NF-CHAVE-FORN
               FILE STATUS IS WS-FS-NFCAB.
           SELECT NFITEM-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NI-CHAVE
               FILE STATUS IS WS-FS-NFITEM.
           SELECT NFNUM-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-NFNUM.
       DATA DIVISION.
       FILE SECTION.
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
               88  UNIDADE-PERECIVEL VALUE "KG" "LT".
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
               88  ITEM-ABERTO         VALUE "A".
               88  ITEM-PARCIAL        VALUE "P".
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FORNECEDOR
           VALUE OF FILE-ID "FORNECED.DAT".
       01  REG-FORNECEDOR.
           02  FOR-COD-FORNEC PIC 9(04).
           02  FOR-NOME       PIC X(30).
           02  FOR-CONTATO    PIC X(20).
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
               88  ORDEM-ABERTA        VALUE "A".
               88  ORDEM-PARCIAL       VALUE "P".
               88  ORDEM-BAIXADA       VALUE "B".
               88  ORDEM-CANCELADA     VALUE "C".
       FD NFCAB-S
           RECORD CONTAINS 105 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NFCAB
           VALUE OF FILE-ID "NFCAB.DAT".
       01  REG-NFCAB.
           02  NF-REGISTRO    PIC 9(06).
           02  NF-CHAVE-FORN.
               03  NF-COD-FORNEC  PIC 9(04).
               03  NF-NUMERO      PIC 9(09).
               03  NF-SERIE       PIC X(03).
           02  NF-DATA-EMISSAO PIC 9(08).
           02  NF-DATA-VENCTO PIC 9(08).
           02  NF-DATA-ENTRADA PIC 9(08).
           02  NF-VALOR-FRETE PIC 9(07)V99.
           02  NF-VALOR-TOTAL PIC 9(09)V99.
           02  NF-VALOR-ITENS PIC 9(09)V99.
           02  NF-NUM-ORDEM   PIC 9(06).
           02  NF-QTD-ITENS   PIC 9(03).
           02  NF-ITENS-LANC  PIC 9(03).
           02  NF-ITENS-RECUS PIC 9(03).
           02  NF-OPERADOR    PIC 9(04).
           02  NF-DATA-LANC   PIC 9(08).
           02  NF-SITUACAO    PIC X(01).
               88  NOTA-FECHADA        VALUE "F".
               88  NOTA-LANCADA        VALUE "L".
               88  NOTA-DIVERGENTE     VALUE "D".
       FD NFITEM-S
           RECORD CONTAINS 75 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NFITEM
           VALUE OF FILE-ID "NFITEM.DAT".
       01  REG-NFITEM.
           02  NI-CHAVE.
               03  NI-REGISTRO    PIC 9(06).
               03  NI-ITEM        PIC 9(03).
           02  NI-COD-PRODUTO PIC 9(04).
           02  NI-QTD         PIC 9(04).
           02  NI-PRECO       PIC 9(05)V99.
           02  NI-CUSTO-UNIT  PIC 9(05)V99.
           02  NI-UNID-COMPRA PIC X(01).
           02  NI-LOCAL       PIC 9(02).
           02  NI-LOTE        PIC X(10).
           02  NI-VALIDADE    PIC 9(08).
           02  NI-SITUACAO    PIC X(01).
               88  ITEM-NF-PENDENTE    VALUE "P".
               88  ITEM-NF-LANCADO     VALUE "L".
               88  ITEM-NF-RECUSADO    VALUE "R".
           02  NI-MOTIVO      PIC X(22).
       FD NFNUM-S
           RECORD CONTAINS 06 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-NFNUM
           VALUE OF FILE-ID "NFNUM.DAT".
       01  REG-NFNUM.
           02  NN-ULTIMO      PIC 9(06).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-FS-MOVTO    PIC X(02) VALUE SPACES.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-FS-FORNEC   PIC X(02) VALUE SPACES.
           02  WS-FS-ORDENS   PIC X(02) VALUE SPACES.
           02  WS-FS-NFCAB    PIC X(02) VALUE SPACES.
           02  WS-FS-NFITEM   PIC X(02) VALUE SPACES.
           02  WS-FS-NFNUM    PIC X(02) VALUE SPACES.
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  WS-CONT        PIC 9(03) VALUE ZEROS.
           02  ED-CONT        PIC ZZ9.
           02  WS-CONFIRMA    PIC X(01) VALUE SPACE.
           02  WS-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
           02  WS-ORDEM       PIC 9(06) VALUE ZEROS.
           02  WS-ACHOU-LINHA PIC X(01) VALUE "N".
           02  WS-PRODUTO     PIC 9(04) VALUE ZEROS.
           02  WS-QTD-LINHAS  PIC 9(02) COMP VALUE ZEROS.
           02  WS-IND         PIC 9(02) COMP VALUE ZEROS.
           02  WS-SOMA-ITENS  PIC 9(09)V99 VALUE ZEROS.
           02  WS-SOMA-NOTA   PIC 9(10)V99 VALUE ZEROS.
           02  WS-DIFERENCA   PIC S9(10)V99 VALUE ZEROS.
           02  WS-CUSTO       PIC 9(05)V99 VALUE ZEROS.
           02  WS-REENVIADOS  PIC 9(03) VALUE ZEROS.
           02  WS-FIM-ITENS   PIC X(01) VALUE "N".
           02  ED-ITEM        PIC ZZ9.
           02  ED-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           02  ED-DIFERENCA   PIC -ZZZ.ZZZ.ZZ9,99.
           02  ED-REGISTRO    PIC ZZZZZ9.
       01  WS-TABELA-LINHAS.
           02  WS-LINHA OCCURS 20 TIMES.
               03  TB-COD-PRODUTO PIC 9(04).
               03  TB-QTD         PIC 9(04).
               03  TB-PRECO       PIC 9(05)V99.
               03  TB-UNID-COMPRA PIC X(01).
               03  TB-LOCAL       PIC 9(02).
               03  TB-LOTE        PIC X(10).
               03  TB-VALIDADE    PIC 9(08).
       01  WS-DATA.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  WS-DIA         PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA.
           02  BLANK SCREEN.
           02  LINE  1 COLUMN 25  VALUE "NOTA FISCAL DE ENTRADA".
           02  LINE  3 COLUMN 07  VALUE "Fornecedor.............:".
           02  LINE  4 COLUMN 07  VALUE "Numero / Serie.........:".
           02  LINE  5 COLUMN 07  VALUE "Emissao (AAAAMMDD).....:".
           02  LINE  6 COLUMN 07  VALUE "Vencimento (AAAAMMDD)..:".
           02  LINE  7 COLUMN 07  VALUE "Valor do Frete.........:".
           02  LINE  8 COLUMN 07  VALUE "Valor Total da Nota....:".
           02  LINE  9 COLUMN 07  VALUE "Ordem de Compra (0=Auto):".
           02  LINE 11 COLUMN 07  VALUE "Item...................:".
           02  LINE 12 COLUMN 07  VALUE "Produto (0=Fim Itens)..:".
           02  LINE 13 COLUMN 07  VALUE "Nome do Produto........:".
           02  LINE 14 COLUMN 07  VALUE "Quantidade.............:".
           02  LINE 15 COLUMN 07  VALUE "Preco Unitario.........:".
           02  LINE 16 COLUMN 07  VALUE "Qtd em Unid.Compra S/N.:".
           02  LINE 17 COLUMN 07  VALUE "Local de Estoque.......:".
           02  LINE 18 COLUMN 07  VALUE "Lote / Validade........:".
           02  LINE 19 COLUMN 07  VALUE "Itens / Soma dos Itens.:".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
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
           OPEN I-O NFCAB-S.
           IF WS-FS-NFCAB = "35"
              OPEN OUTPUT NFCAB-S
              CLOSE NFCAB-S
              OPEN I-O NFCAB-S
           END-IF.
           IF WS-FS-NFCAB NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir NFCAB.DAT - Status: " WS-FS-NFCAB
              GOBACK
           END-IF.
           OPEN I-O NFITEM-S.
           IF WS-FS-NFITEM = "35"
              OPEN OUTPUT NFITEM-S
              CLOSE NFITEM-S
              OPEN I-O NFITEM-S
           END-IF.
           IF WS-FS-NFITEM NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir NFITEM.DAT - Status: " WS-FS-NFITEM
              GOBACK
           END-IF.
           OPEN I-O NFNUM-S.
           IF WS-FS-NFNUM = "35"
              OPEN OUTPUT NFNUM-S
              MOVE ZEROS TO NN-ULTIMO
              WRITE REG-NFNUM
              CLOSE NFNUM-S
              OPEN I-O NFNUM-S
           END-IF.
           READ NFNUM-S
               AT END
                   MOVE ZEROS TO NN-ULTIMO
           END-READ.
           MOVE NN-ULTIMO TO WS-ULT-NUMERO.
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
           OPEN INPUT LOCAIS-S.
           IF WS-FS-LOCAIS = "35"
              OPEN OUTPUT LOCAIS-S
              CLOSE LOCAIS-S
              OPEN INPUT LOCAIS-S
           END-IF.
           IF WS-FS-LOCAIS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir LOCAIS.DAT - Status: " WS-FS-LOCAIS
              GOBACK
           END-IF.
           OPEN INPUT ORDENS-S.
           IF WS-FS-ORDENS = "35"
              OPEN OUTPUT ORDENS-S
              CLOSE ORDENS-S
              OPEN INPUT ORDENS-S
           END-IF.
           IF WS-FS-ORDENS NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDENS.DAT - Status: " WS-FS-ORDENS
              GOBACK
           END-IF.
           OPEN INPUT ORDITEM-S.
           IF WS-FS-ORDITEM = "35"
              OPEN OUTPUT ORDITEM-S
              CLOSE ORDITEM-S
              OPEN INPUT ORDITEM-S
           END-IF.
           IF WS-FS-ORDITEM NOT = "00"
              DISPLAY (10, 15)
                 "Erro ao Abrir ORDITEM.DAT - Status: " WS-FS-ORDITEM
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
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           OPEN INPUT PERFECH-S.
           IF WS-FS-PERFECH = "00"
              MOVE WS-DATA (1:6) TO PF-ANOMES
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
       012-ASSINA.
           MOVE "NFCAD" TO WS-PROGRAMA.
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
           DISPLAY (03, 38) WS-LIMPA.
           DISPLAY (04, 32) WS-LIMPA.
           DISPLAY (05, 32) WS-LIMPA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 33) WS-LIMPA.
           DISPLAY (19, 32) WS-LIMPA.
           MOVE ZEROS TO WS-ORDEM.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-SOMA-ITENS.
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           GO TO 040-FORNECEDOR.
       035-LIMPA-ITEM.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 32) WS-LIMPA.
           DISPLAY (14, 32) WS-LIMPA.
           DISPLAY (15, 32) WS-LIMPA.
           DISPLAY (16, 32) WS-LIMPA.
           DISPLAY (17, 32) WS-LIMPA.
           DISPLAY (18, 32) WS-LIMPA.
       035-LIMPA-ITEM-EXIT.
           EXIT.
       040-FORNECEDOR.
           ACCEPT (03, 32) NF-COD-FORNEC WITH PROMPT.
           IF NF-COD-FORNEC = 9999
              GO TO 090-FIM.
           IF NF-COD-FORNEC = ZEROS
              DISPLAY (21, 18) "Fornecedor Invalido - Redigite"
              GO TO 040-FORNECEDOR.
           MOVE NF-COD-FORNEC TO FOR-COD-FORNEC.
           READ FORNECEDOR-S
               INVALID KEY
                   DISPLAY (21, 18) "Fornecedor Nao Cadastrado"
                   GO TO 040-FORNECEDOR
           END-READ.
           DISPLAY (03, 38) FOR-NOME.
           DISPLAY (21, 18) "                                    ".
       041-NUMERO.
           ACCEPT (04, 32) NF-NUMERO WITH PROMPT.
           IF NF-NUMERO = ZEROS
              DISPLAY (21, 18) "Numero Invalido - Redigite"
              GO TO 041-NUMERO.
           MOVE SPACES TO NF-SERIE.
           ACCEPT (04, 44) NF-SERIE WITH PROMPT.
      *    Mesmo numero e serie do mesmo fornecedor: so a nota com
      *    item recusado pelo MOVPOST pode ser retomada, para o
      *    reenvio dos itens recusados.
           READ NFCAB-S KEY IS NF-CHAVE-FORN
               INVALID KEY
                   GO TO 043-EMISSAO
           END-READ.
           IF NOTA-DIVERGENTE
              GO TO 070-REENVIA.
           DISPLAY (21, 18) "Nota Ja Registrada p/ o Fornecedor".
           GO TO 041-NUMERO.
       043-EMISSAO.
           DISPLAY (21, 18) "                                    ".
           ACCEPT (05, 32) NF-DATA-EMISSAO WITH PROMPT.
           IF NF-DATA-EMISSAO (5:2) < "01" OR
              NF-DATA-EMISSAO (5:2) > "12" OR
              NF-DATA-EMISSAO (7:2) < "01" OR
              NF-DATA-EMISSAO (7:2) > "31"
              DISPLAY (21, 18) "Data Invalida - Redigite"
              GO TO 043-EMISSAO.
           IF NF-DATA-EMISSAO > WS-DATA
              DISPLAY (21, 18) "Emissao Posterior a Hoje - Redigite"
              GO TO 043-EMISSAO.
       044-VENCIMENTO.
           ACCEPT (06, 32) NF-DATA-VENCTO WITH PROMPT.
           IF NF-DATA-VENCTO (5:2) < "01" OR
              NF-DATA-VENCTO (5:2) > "12" OR
              NF-DATA-VENCTO (7:2) < "01" OR
              NF-DATA-VENCTO (7:2) > "31"
              DISPLAY (21, 18) "Data Invalida - Redigite"
              GO TO 044-VENCIMENTO.
           IF NF-DATA-VENCTO < NF-DATA-EMISSAO
              DISPLAY (21, 18) "Vencimento Antes da Emissao"
              GO TO 044-VENCIMENTO.
           DISPLAY (21, 18) "                                    ".
       045-FRETE.
           ACCEPT (07, 32) NF-VALOR-FRETE WITH PROMPT.
       046-TOTAL.
           ACCEPT (08, 32) NF-VALOR-TOTAL WITH PROMPT.
           IF NF-VALOR-TOTAL = ZEROS
              DISPLAY (21, 18) "Valor Total Invalido - Redigite"
              GO TO 046-TOTAL.
           DISPLAY (21, 18) "                                    ".
      *    Ordem de compra da nota: do mesmo fornecedor e ainda em
      *    aberto ou parcial. Zero deixa a escolha para o MOVPOST.
       047-ORDEM.
           ACCEPT (09, 33) WS-ORDEM WITH PROMPT.
           IF WS-ORDEM = ZEROS
              GO TO 050-PRODUTO.
           MOVE WS-ORDEM TO OC-NUMERO.
           READ ORDENS-S
               INVALID KEY
                   DISPLAY (21, 18) "Ordem Nao Cadastrada - Redigite"
                   GO TO 047-ORDEM
           END-READ.
           IF OC-COD-FORNEC NOT = NF-COD-FORNEC
              DISPLAY (21, 18) "Ordem de Outro Fornecedor"
              GO TO 047-ORDEM.
           IF NOT ORDEM-ABERTA AND NOT ORDEM-PARCIAL
              DISPLAY (21, 18) "Ordem Baixada ou Cancelada"
              GO TO 047-ORDEM.
           DISPLAY (21, 18) "                                    ".
      *    Itens da nota: guardados na tabela em memoria; nada e
      *    gravado ate a conferencia do total.
       050-PRODUTO.
           COMPUTE ED-ITEM = WS-QTD-LINHAS + 1.
           DISPLAY (11, 32) ED-ITEM.
           ACCEPT (12, 32) WS-PRODUTO WITH PROMPT.
           IF WS-PRODUTO = ZEROS
              GO TO 056-FECHA.
           MOVE WS-PRODUTO TO COD-PRODUTO.
           READ ALMOX-S
               INVALID KEY
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 050-PRODUTO
           END-READ.
           IF NOT PRODUTO-ATIVO
              DISPLAY (21, 18) "Produto B/D - Entrada Recusada"
              GO TO 050-PRODUTO.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit - Lance nos Componentes"
              GO TO 050-PRODUTO.
           IF WS-ORDEM NOT = ZEROS
              PERFORM 058-PROCURA-LINHA THRU 058-PROCURA-LINHA-EXIT
              IF WS-ACHOU-LINHA NOT = "S"
                 DISPLAY (21, 18) "Ordem Sem o Produto em Aberto"
                 GO TO 050-PRODUTO
              END-IF
           END-IF.
           DISPLAY (13, 32) NOME-PRODUTO.
           DISPLAY (21, 18) "                                    ".
           ADD 1 TO WS-QTD-LINHAS.
           MOVE WS-PRODUTO TO TB-COD-PRODUTO (WS-QTD-LINHAS).
       051-QUANTIDADE.
           ACCEPT (14, 32) TB-QTD (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-QTD (WS-QTD-LINHAS) < 1
              DISPLAY (21, 18) "Quantidade Invalida - Redigite"
              GO TO 051-QUANTIDADE.
       052-PRECO.
           ACCEPT (15, 32) TB-PRECO (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-PRECO (WS-QTD-LINHAS) = ZEROS
              DISPLAY (21, 18) "Preco Invalido - Redigite"
              GO TO 052-PRECO.
      *    Como no MOVCAD, so produto com fator cadastrado pergunta
      *    se a quantidade veio na unidade de compra.
       053-UNID-COMPRA.
           MOVE "N" TO TB-UNID-COMPRA (WS-QTD-LINHAS).
           IF FATOR-COMPRA < 2
              GO TO 054-LOCAL.
           ACCEPT (16, 32) TB-UNID-COMPRA (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-UNID-COMPRA (WS-QTD-LINHAS) = "s"
              MOVE "S" TO TB-UNID-COMPRA (WS-QTD-LINHAS).
           IF TB-UNID-COMPRA (WS-QTD-LINHAS) = "n"
              MOVE "N" TO TB-UNID-COMPRA (WS-QTD-LINHAS).
           IF TB-UNID-COMPRA (WS-QTD-LINHAS) NOT = "S"
              AND TB-UNID-COMPRA (WS-QTD-LINHAS) NOT = "N"
              DISPLAY (21, 18) "Responda S ou N"
              GO TO 053-UNID-COMPRA.
       054-LOCAL.
           ACCEPT (17, 32) TB-LOCAL (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-LOCAL (WS-QTD-LINHAS) = ZEROS
              GO TO 055-LOTE.
           MOVE TB-LOCAL (WS-QTD-LINHAS) TO LC-COD-LOCAL.
           READ LOCAIS-S
               INVALID KEY
                   DISPLAY (21, 18) "Local Nao Cadastrado - Redigite"
                   GO TO 054-LOCAL
           END-READ.
       055-LOTE.
           MOVE SPACES TO TB-LOTE (WS-QTD-LINHAS).
           MOVE ZEROS TO TB-VALIDADE (WS-QTD-LINHAS).
           IF NOT UNIDADE-PERECIVEL
              GO TO 055-SOMA.
           ACCEPT (18, 32) TB-LOTE (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-LOTE (WS-QTD-LINHAS) = SPACES
              DISPLAY (21, 18) "Lote em Branco - Redigite"
              GO TO 055-LOTE.
       055-VALIDADE.
           ACCEPT (18, 44) TB-VALIDADE (WS-QTD-LINHAS) WITH PROMPT.
           IF TB-VALIDADE (WS-QTD-LINHAS) (5:2) < "01" OR
              TB-VALIDADE (WS-QTD-LINHAS) (5:2) > "12" OR
              TB-VALIDADE (WS-QTD-LINHAS) (7:2) < "01" OR
              TB-VALIDADE (WS-QTD-LINHAS) (7:2) > "31"
              DISPLAY (21, 18) "Validade Invalida - Redigite"
              GO TO 055-VALIDADE.
       055-SOMA.
           COMPUTE WS-SOMA-ITENS = WS-SOMA-ITENS
               + (TB-QTD (WS-QTD-LINHAS) * TB-PRECO (WS-QTD-LINHAS)).
           MOVE WS-QTD-LINHAS TO ED-ITEM.
           MOVE WS-SOMA-ITENS TO ED-VALOR.
           DISPLAY (19, 32) ED-ITEM " / " ED-VALOR.
           DISPLAY (21, 18) "                                    ".
           PERFORM 035-LIMPA-ITEM THRU 035-LIMPA-ITEM-EXIT.
           IF WS-QTD-LINHAS < 20
              GO TO 050-PRODUTO.
           DISPLAY (21, 18) "Limite de 20 Itens - Fim da Nota".
      *    Conferencia: soma dos itens mais frete contra o total da
      *    nota. Com diferenca a nota nao fecha.
       056-FECHA.
           IF WS-QTD-LINHAS = ZEROS
              DISPLAY (21, 18) "Nenhum Item - Nota Descartada"
              GO TO 030-LIMPA-DADOS.
           COMPUTE WS-SOMA-NOTA = WS-SOMA-ITENS + NF-VALOR-FRETE.
           COMPUTE WS-DIFERENCA = NF-VALOR-TOTAL - WS-SOMA-NOTA.
           IF WS-DIFERENCA = ZEROS
              GO TO 060-GRAVAR.
           MOVE WS-DIFERENCA TO ED-DIFERENCA.
           DISPLAY (21, 18) "Total Nao Confere - Dif.: "
               ED-DIFERENCA.
       057-CORRIGE.
           DISPLAY (20, 18) "(I)nclui Item (T)otal/Frete (A)band.?".
           ACCEPT (20, 57) WS-CONFIRMA.
           DISPLAY (20, 18) "                                       ".
           IF WS-CONFIRMA = "I" OR "i"
              IF WS-QTD-LINHAS < 20
                 DISPLAY (21, 18) "                                    "
                 GO TO 050-PRODUTO
              ELSE
                 DISPLAY (21, 18) "Limite de 20 Itens Atingido"
                 GO TO 057-CORRIGE
              END-IF
           END-IF.
           IF WS-CONFIRMA = "T" OR "t"
              ACCEPT (07, 32) NF-VALOR-FRETE WITH PROMPT
              ACCEPT (08, 32) NF-VALOR-TOTAL WITH PROMPT
              GO TO 056-FECHA.
           IF WS-CONFIRMA = "A" OR "a"
              DISPLAY (21, 18) "Nota Abandonada - Nada Gravado"
              GO TO 030-LIMPA-DADOS.
           GO TO 057-CORRIGE.
       058-PROCURA-LINHA.
           MOVE "N" TO WS-ACHOU-LINHA.
           MOVE WS-ORDEM TO OI-NUMERO.
           MOVE ZEROS TO OI-ITEM.
           START ORDITEM-S KEY NOT < OI-CHAVE
               INVALID KEY
                   GO TO 058-PROCURA-LINHA-EXIT
           END-START.
       058-LE-LINHA.
           READ ORDITEM-S NEXT RECORD
               AT END
                   GO TO 058-PROCURA-LINHA-EXIT
           END-READ.
           IF OI-NUMERO NOT = WS-ORDEM
              GO TO 058-PROCURA-LINHA-EXIT.
           IF OI-COD-PRODUTO = WS-PRODUTO
              AND (ITEM-ABERTO OR ITEM-PARCIAL)
              MOVE "S" TO WS-ACHOU-LINHA
              GO TO 058-PROCURA-LINHA-EXIT.
           GO TO 058-LE-LINHA.
       058-PROCURA-LINHA-EXIT.
           EXIT.
       060-GRAVAR.
           DISPLAY (21, 18) "Grava a Nota (S/N)?                 ".
           ACCEPT (21, 38) WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Nota Nao Gravada    "
              GO TO 030-LIMPA-DADOS.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO  TO NF-REGISTRO.
           MOVE WS-DATA        TO NF-DATA-ENTRADA.
           MOVE WS-SOMA-ITENS  TO NF-VALOR-ITENS.
           MOVE WS-ORDEM       TO NF-NUM-ORDEM.
           MOVE WS-QTD-LINHAS  TO NF-QTD-ITENS.
           MOVE ZEROS          TO NF-ITENS-LANC.
           MOVE ZEROS          TO NF-ITENS-RECUS.
           MOVE WS-OPERADOR    TO NF-OPERADOR.
           MOVE ZEROS          TO NF-DATA-LANC.
           MOVE "F"            TO NF-SITUACAO.
           WRITE REG-NFCAB
               INVALID KEY
                   DISPLAY (21, 18) "Nota Ja Registrada - Nao Gravada"
                   GO TO 030-LIMPA-DADOS
           END-WRITE.
           MOVE 1 TO WS-IND.
           PERFORM 062-GRAVA-ITEM THRU 062-GRAVA-ITEM-EXIT
               UNTIL WS-IND > WS-QTD-LINHAS.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           MOVE NF-REGISTRO TO ED-REGISTRO.
           DISPLAY (21, 18) "Nota Gravada - Registro " ED-REGISTRO.
           DISPLAY (20, 18) "Continua (S/N)?".
           ACCEPT (20, 34) WS-CONFIRMA.
           DISPLAY (20, 18) "                ".
           IF WS-CONFIRMA = "N" OR "n"
              GO TO 090-FIM.
           GO TO 030-LIMPA-DADOS.
      *    Custo da entrada: preco da nota mais o frete rateado pelo
      *    valor de cada item na soma dos itens.
       062-GRAVA-ITEM.
           COMPUTE WS-CUSTO ROUNDED = TB-PRECO (WS-IND)
               + (TB-PRECO (WS-IND) * NF-VALOR-FRETE / WS-SOMA-ITENS).
           MOVE NF-REGISTRO              TO NI-REGISTRO.
           MOVE WS-IND                   TO NI-ITEM.
           MOVE TB-COD-PRODUTO (WS-IND)  TO NI-COD-PRODUTO.
           MOVE TB-QTD (WS-IND)          TO NI-QTD.
           MOVE TB-PRECO (WS-IND)        TO NI-PRECO.
           MOVE WS-CUSTO                 TO NI-CUSTO-UNIT.
           MOVE TB-UNID-COMPRA (WS-IND)  TO NI-UNID-COMPRA.
           MOVE TB-LOCAL (WS-IND)        TO NI-LOCAL.
           MOVE TB-LOTE (WS-IND)         TO NI-LOTE.
           MOVE TB-VALIDADE (WS-IND)     TO NI-VALIDADE.
           MOVE "P"                      TO NI-SITUACAO.
           MOVE SPACES                   TO NI-MOTIVO.
           WRITE REG-NFITEM
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Gravar Item da Nota"
           END-WRITE.
           PERFORM 064-GRAVA-MOVTO THRU 064-GRAVA-MOVTO-EXIT.
           ADD 1 TO WS-IND.
       062-GRAVA-ITEM-EXIT.
           EXIT.
      *    Entrada no MOVTO a partir do item da nota (REG-NFITEM).
       064-GRAVA-MOVTO.
           MOVE NI-COD-PRODUTO TO MV-COD-PRODUTO.
           MOVE "E"            TO MV-TIPO.
           MOVE NI-QTD         TO MV-QTD.
           MOVE WS-ANO         TO MV-ANO.
           MOVE WS-MES         TO MV-MES.
           MOVE WS-DIA         TO MV-DIA.
           MOVE NI-CUSTO-UNIT  TO MV-CUSTO-UNIT.
           MOVE NI-LOCAL       TO MV-LOCAL.
           MOVE ZEROS          TO MV-LOCAL-DEST.
           MOVE NI-LOTE        TO MV-LOTE.
           MOVE NI-VALIDADE    TO MV-VALIDADE.
           MOVE ZEROS          TO MV-COD-DEPTO.
           MOVE NF-NUM-ORDEM   TO MV-NUMERO-REQ.
           MOVE ZEROS          TO MV-MOTIVO.
           MOVE NI-UNID-COMPRA TO MV-UNID-COMPRA.
           IF NF-NUM-ORDEM = ZEROS
              MOVE SPACE TO MV-ORIGEM
           ELSE
              MOVE "C" TO MV-ORIGEM
           END-IF.
           MOVE NI-REGISTRO    TO MV-NF-REGISTRO.
           MOVE NI-ITEM        TO MV-NF-ITEM.
           WRITE REG-MOVTO.
       064-GRAVA-MOVTO-EXIT.
           EXIT.
      *    Nota com item recusado pelo MOVPOST: mostra a nota e, com
      *    a causa corrigida, devolve os itens recusados ao MOVTO
      *    (datados de hoje) e a nota volta a aguardar a baixa.
       070-REENVIA.
           DISPLAY (05, 32) NF-DATA-EMISSAO.
           DISPLAY (06, 32) NF-DATA-VENCTO.
           MOVE NF-VALOR-FRETE TO ED-VALOR.
           DISPLAY (07, 32) ED-VALOR.
           MOVE NF-VALOR-TOTAL TO ED-VALOR.
           DISPLAY (08, 32) ED-VALOR.
           DISPLAY (09, 33) NF-NUM-ORDEM.
           MOVE NF-ITENS-RECUS TO ED-ITEM.
           DISPLAY (21, 18) "Nota c/ " ED-ITEM " Item(ns) Recusado(s)".
           DISPLAY (20, 18) "Reenvia os Itens Recusados (S/N)?".
           ACCEPT (20, 52) WS-CONFIRMA.
           DISPLAY (20, 18) "                                   ".
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY (21, 18) "Nada Reenviado                      "
              GO TO 030-LIMPA-DADOS.
           MOVE ZEROS TO WS-REENVIADOS.
           MOVE "N" TO WS-FIM-ITENS.
           MOVE NF-REGISTRO TO NI-REGISTRO.
           MOVE ZEROS TO NI-ITEM.
           START NFITEM-S KEY > NI-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ITENS
           END-START.
       072-PROXIMO.
           IF WS-FIM-ITENS = "S"
              GO TO 074-FIM-REENVIO.
           READ NFITEM-S NEXT RECORD
               AT END
                   GO TO 074-FIM-REENVIO
           END-READ.
           IF NI-REGISTRO NOT = NF-REGISTRO
              GO TO 074-FIM-REENVIO.
           IF NOT ITEM-NF-RECUSADO
              GO TO 072-PROXIMO.
           MOVE "P"    TO NI-SITUACAO.
           MOVE SPACES TO NI-MOTIVO.
           REWRITE REG-NFITEM
               INVALID KEY
                   GO TO 072-PROXIMO
           END-REWRITE.
           PERFORM 064-GRAVA-MOVTO THRU 064-GRAVA-MOVTO-EXIT.
           ADD 1 TO WS-REENVIADOS.
           GO TO 072-PROXIMO.
       074-FIM-REENVIO.
           SUBTRACT WS-REENVIADOS FROM NF-ITENS-RECUS.
           MOVE "F" TO NF-SITUACAO.
           REWRITE REG-NFCAB
               INVALID KEY
                   DISPLAY (21, 18) "Erro ao Regravar a Nota"
                   GO TO 030-LIMPA-DADOS
           END-REWRITE.
           MOVE WS-REENVIADOS TO ED-ITEM.
           DISPLAY (21, 18) "Itens Reenviados ao MOVTO: " ED-ITEM.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           GO TO 030-LIMPA-DADOS.
       090-FIM.
           CLOSE NFNUM-S.
           OPEN OUTPUT NFNUM-S.
           MOVE WS-ULT-NUMERO TO NN-ULTIMO.
           WRITE REG-NFNUM.
           CLOSE NFNUM-S.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE MOVTO-S.
           CLOSE NFCAB-S.
           CLOSE NFITEM-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE LOCAIS-S.
           CLOSE ORDENS-S.
           CLOSE ORDITEM-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA NFCAD ---------***
