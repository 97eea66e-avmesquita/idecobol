      * Linhas datadas dentro de mes fechado pela contabilidade em
      * PERFECH.DAT (fechamento pelo FECHMES) sao recusadas com o
      * motivo PERIODO FECHADO.
      * Linhas de produto kit (TIPO-PRODUTO K, do KITCAD), que nao
      * tem estoque proprio, sao recusadas com o motivo PRODUTO KIT.
      * Saidas de produto retornavel (TIPO-PRODUTO R), que so deixa
      * o almoxarifado por emprestimo no EMPCAD, sao recusadas com o
      * motivo PRODUTO RETORNAVEL.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           VALUE OF FILE-ID "MOVIMP.TXT".
       01  LINHA-IMPORTA      PIC X(80).
       FD MOVTO-S
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-MOVTO
           VALUE OF FILE-ID "MOVTO.DAT".
           02  MV-ORIGEM      PIC X(01).
               88  ORIGEM-AJUSTE       VALUE "A".
               88  ORIGEM-REQUIS       VALUE "R".
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
       FD PERFECH-S
           RECORD CONTAINS 19 CHARACTERS
           LABEL RECORD IS STANDARD
           IF MV-TIPO = "E" AND NOT PRODUTO-ATIVO
              MOVE "PRODUTO NAO ATIVO" TO WS-MOTIVO
              GO TO 035-99-FIM-VALIDA.
           IF PRODUTO-KIT
              MOVE "PRODUTO KIT" TO WS-MOTIVO
              GO TO 035-99-FIM-VALIDA.
           IF MV-TIPO = "S" AND PRODUTO-RETORNAVEL
              MOVE "PRODUTO RETORNAVEL" TO WS-MOTIVO
              GO TO 035-99-FIM-VALIDA.
       035-99-FIM-VALIDA.
           EXIT.
      *
           MOVE ZEROS TO MV-MOTIVO.
           MOVE "N" TO MV-UNID-COMPRA.
           MOVE SPACE TO MV-ORIGEM.
           MOVE ZEROS TO MV-NF-REGISTRO.
           MOVE ZEROS TO MV-NF-ITEM.
           WRITE REG-MOVTO.
           ADD 1 TO WS-CONT-ACEITAS.
       050-99-FIM-GRAVA.
