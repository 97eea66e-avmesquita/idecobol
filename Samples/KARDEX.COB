      * ja arquivada; em branco, le o MOVHIST.DAT vivo. Com arquivo
      * morto o saldo inicial deduzido perde o sentido, pois o saldo
      * atual de ALMOX.DAT inclui movimentos fora do arquivo.
      * Saida com parte consignada (MH-QTD-CONSIG, anotada pelo
      * MOVPOST no fim do motivo) lista a quantidade inteira, mas so
      * a parte propria mexe no saldo; a situacao mostra o consignado.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
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
       FD MOVHIST-S
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORD IS STANDARD
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  WS-TROCOU      PIC X(01) VALUE "N".
           02  WS-SALDO       PIC S9(08) VALUE ZEROS.
           02  WS-LIQUIDO     PIC S9(08) VALUE ZEROS.
           02  WS-QTD-CONSIG  PIC 9(04) VALUE ZEROS.
           02  WS-PERDIDOS    PIC 9(05) VALUE ZEROS.
           02  WS-NOME-MOVHIST PIC X(23) VALUE "MOVHIST.DAT".
       01  WS-TABELA-MOVS.
                 ELSE
                    IF MH-TIPO = "S" OR "s" OR "P" OR "p"
                       SUBTRACT MH-QTD FROM WS-LIQUIDO
                       IF MH-QTD-CONSIG NUMERIC
                          ADD MH-QTD-CONSIG TO WS-LIQUIDO
                       END-IF
                    END-IF
                 END-IF
              END-IF
                 END-IF
              END-IF
              MOVE TB-MOTIVO (WS-IND) TO DET-SITUACAO
              IF TB-MOTIVO (WS-IND) (19:4) NUMERIC
                 MOVE TB-MOTIVO (WS-IND) (19:4) TO WS-QTD-CONSIG
                 ADD WS-QTD-CONSIG TO WS-SALDO
                 MOVE SPACES TO DET-SITUACAO
                 STRING "Posic. Consig. " TB-MOTIVO (WS-IND) (19:4)
                     DELIMITED BY SIZE INTO DET-SITUACAO
              END-IF
           ELSE
              MOVE SPACES TO DET-SITUACAO
              STRING "RECUSADO: " TB-MOTIVO (WS-IND) (1:12)
