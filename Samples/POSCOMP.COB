      * *** NAO CONCILIA - foi mexido por fora do sistema. Sai em
      * POSCOMP.LST. Produto sem posicao em uma das datas entra com
      * quantidade zero naquela data (cadastro novo ou excluido).
      * Da saida com parte consignada (MH-QTD-CONSIG, anotada pelo
      * MOVPOST) so a parte propria entra no liquido: o consignado
      * nao esta na posicao do ALMOX.DAT.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  MOVHIST-POSICIONADO VALUE "P".
               88  MOVHIST-RECUSADO    VALUE "R".
           02  MH-MOTIVO      PIC X(22).
           02  MH-MOTIVO-R REDEFINES MH-MOTIVO.
               03  FILLER     PIC X(18).
               03  MH-QTD-CONSIG PIC 9(04).
           02  MH-SALDO-APOS  PIC 9(04).
           02  MH-LOCAL       PIC 9(02).
           02  MH-LOCAL-DEST  PIC 9(02).
           02  MH-LOTE        PIC X(10).
           02  MH-ORIGEM      PIC X(01).
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
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
                       ADD MH-QTD TO TB-LIQUIDO (WS-ACHEI)
                    ELSE
                       SUBTRACT MH-QTD FROM TB-LIQUIDO (WS-ACHEI)
                       IF MH-QTD-CONSIG NUMERIC
                          ADD MH-QTD-CONSIG TO TB-LIQUIDO (WS-ACHEI)
                       END-IF
                    END-IF
                 END-IF
              END-IF
