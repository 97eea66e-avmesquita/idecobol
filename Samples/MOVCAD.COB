      * Se o mes corrente estiver fechado pela contabilidade em
      * PERFECH.DAT (fechamento pelo FECHMES), o programa nao aceita
      * lancamentos e encerra com aviso.
      * Nas entradas pode ser informado o numero da ordem de compra
      * recebida (ORDENS.DAT/ORDITEM.DAT, do PEDCOM ou do ORDCAD),
      * que precisa ter linha aberta ou parcial do produto; zero
      * deixa o MOVPOST distribuir a entrada pelas ordens abertas do
      * produto, da mais antiga para a mais nova.
      * Produto kit (TIPO-PRODUTO K, do KITCAD) nao tem estoque
      * proprio e e recusado: o movimento e lancado nos componentes.
      * Produto retornavel (TIPO-PRODUTO R) nao aceita saida: deixa
      * o almoxarifado por emprestimo no EMPCAD, e a avaria ou perda
      * no emprestimo volta como perda (tipo P) lancada pelo EMPCAD.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION,
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
       DATA DIVISION.
       FILE SECTION.
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
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
               88  PRODUTO-ATIVO        VALUE "A" " ".
               88  PRODUTO-BLOQUEADO    VALUE "B".
               88  PRODUTO-DESCONT     VALUE "D".
           02  TIPO-PRODUTO   PIC X(01).
               88  PRODUTO-KIT          VALUE "K".
               88  PRODUTO-RETORNAVEL   VALUE "R".
       FD LOCAIS-S
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORD IS STANDARD
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
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-LIMPA       PIC X(30) VALUE SPACES.
           02  WS-FS-LOCAIS   PIC X(02) VALUE SPACES.
           02  WS-FS-OPERADOR PIC X(02) VALUE SPACES.
           02  WS-FS-PERFECH  PIC X(02) VALUE SPACES.
           02  WS-FS-ORDITEM  PIC X(02) VALUE SPACES.
           02  WS-ORDEM       PIC 9(06) VALUE ZEROS.
           02  WS-ACHOU-LINHA PIC X(01) VALUE "N".
           02  WS-OPERADOR    PIC 9(04) VALUE ZEROS.
           02  WS-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-RESULTADO   PIC X(01) VALUE "N".
           02  LINE 10 COLUMN 07  VALUE "Validade (AAAAMMDD)....:".
           02  LINE 11 COLUMN 07  VALUE "Motivo 1Q/2V/3F/99O....:".
           02  LINE 12 COLUMN 07  VALUE "Qtd em Unid.Compra S/N.:".
           02  LINE 13 COLUMN 07  VALUE "Ordem de Compra (0=Auto):".
           02  LINE 21 COLUMN 07  VALUE "MENSAGEM: ".
           02  LINE 21 COLUMN 60  VALUE "Contador <   >".
       PROCEDURE DIVISION.
                 "Erro ao Abrir LOCAIS.DAT - Status: " WS-FS-LOCAIS
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
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (11, 32) WS-LIMPA.
           DISPLAY (12, 32) WS-LIMPA.
           DISPLAY (13, 33) WS-LIMPA.
           DISPLAY (21, 18) "                                    ".
       040-CODIGO.
           ACCEPT (03, 32) MV-COD-PRODUTO WITH PROMPT.
                   DISPLAY (21, 18) "Produto Nao Cadastrado - Redigite"
                   GO TO 040-CODIGO
           END-READ.
           IF PRODUTO-KIT
              DISPLAY (21, 18) "Kit - Lance nos Componentes"
              GO TO 040-CODIGO.
       041-TIPO.
           ACCEPT (04, 32) MV-TIPO WITH PROMPT.
           IF MV-TIPO NOT = "E" AND MV-TIPO NOT = "e" AND
           IF (MV-TIPO = "E" OR "e") AND NOT PRODUTO-ATIVO
              DISPLAY (21, 18) "Produto B/D - Entrada Recusada"
              GO TO 041-TIPO.
           IF (MV-TIPO = "S" OR "s") AND PRODUTO-RETORNAVEL
              DISPLAY (21, 18) "Retornavel - Empreste pelo EMPCAD"
              GO TO 041-TIPO.
       042-QUANTIDADE.
           ACCEPT (05, 32) MV-QTD WITH PROMPT.
           IF MV-QTD < 1
           IF (MV-TIPO NOT = "E" AND MV-TIPO NOT = "e")
              OR FATOR-COMPRA < 2
              MOVE "N" TO MV-UNID-COMPRA
              GO TO 049-ORDEM.
           ACCEPT (12, 32) MV-UNID-COMPRA WITH PROMPT.
           IF MV-UNID-COMPRA = "s"
              MOVE "S" TO MV-UNID-COMPRA.
           IF MV-UNID-COMPRA NOT = "S" AND MV-UNID-COMPRA NOT = "N"
              DISPLAY (21, 18) "Responda S ou N"
              GO TO 049-UNID-COMPRA.
      *    Ordem de compra da entrada: precisa ter linha aberta ou
      *    parcial deste produto. Zero deixa a escolha para o MOVPOST.
       049-ORDEM.
           MOVE ZEROS TO WS-ORDEM.
           IF MV-TIPO NOT = "E" AND MV-TIPO NOT = "e"
              GO TO 050-GRAVAR.
           ACCEPT (13, 33) WS-ORDEM WITH PROMPT.
           IF WS-ORDEM = ZEROS
              GO TO 050-GRAVAR.
           PERFORM 055-PROCURA-LINHA THRU 055-PROCURA-LINHA-EXIT.
           IF WS-ACHOU-LINHA NOT = "S"
              DISPLAY (21, 18) "Ordem Sem o Produto em Aberto"
              GO TO 049-ORDEM.
       050-GRAVAR.
           MOVE WS-ANO TO MV-ANO.
           MOVE WS-MES TO MV-MES.
           MOVE WS-DIA TO MV-DIA.
           MOVE ZEROS TO MV-COD-DEPTO.
           MOVE WS-ORDEM TO MV-NUMERO-REQ.
           IF WS-ORDEM = ZEROS
              MOVE SPACE TO MV-ORIGEM
           ELSE
              MOVE "C" TO MV-ORIGEM
           END-IF.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           WRITE REG-MOVTO.
           ADD 1 TO WS-CONT.
           MOVE WS-CONT TO ED-CONT.
           DISPLAY (21, 70) ED-CONT.
           GO TO 030-LIMPA-DADOS.
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
           IF OI-COD-PRODUTO = MV-COD-PRODUTO
              AND (ITEM-ABERTO OR ITEM-PARCIAL)
              MOVE "S" TO WS-ACHOU-LINHA
              GO TO 055-PROCURA-LINHA-EXIT.
           GO TO 055-LE-LINHA.
       055-PROCURA-LINHA-EXIT.
           EXIT.
       060-FIM.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 40) "Fim do Programa".
           CLOSE MOVTO-S.
           CLOSE ALMOX-S.
           CLOSE LOCAIS-S.
           CLOSE ORDITEM-S.
           CLOSE OPERADOR-S.
           GOBACK.
      ***---------- FIM DO PROGRAMA MOVCAD ---------***
