      * auditoria JORNAL.DAT, como nas telas de manutencao, e o
      * acesso exige assinatura do operador contra OPERADOR.DAT com
      * permissao de alteracao (perfil do OPERCAD), como no MOVCAD.
      * No modo efetivo cada custo reajustado tambem vai para o
      * historico de custos CUSTHIST.DAT (causa R, com o operador e o
      * saldo do momento), consultado pelo CUSTHST.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
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
       FD JORNAL-S
           RECORD CONTAINS 231 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "CUSTAJU.LST".
       01  LINHA-RELATORIO    PIC X(80).
       FD CUSTHIST-S
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CUSTHIST
           VALUE OF FILE-ID "CUSTHIST.DAT".
       01  REG-CUSTHIST.
           02  CH-COD-PRODUTO PIC 9(04).
           02  CH-DATA        PIC 9(08).
           02  CH-HORA        PIC 9(06).
           02  CH-CUSTO-ANT   PIC 9(05)V99.
           02  CH-CUSTO-NOVO  PIC 9(05)V99.
           02  CH-CAUSA       PIC X(01).
               88  CAUSA-ENTRADA       VALUE "E".
               88  CAUSA-DEVOL-FORNEC  VALUE "F".
               88  CAUSA-DEVOL-DEPTO   VALUE "D".
               88  CAUSA-REAJUSTE      VALUE "R".
               88  CAUSA-FUSAO         VALUE "U".
               88  CAUSA-MANUAL        VALUE "M".
               88  CAUSA-CADASTRO      VALUE "C".
           02  CH-PROGRAMA    PIC X(08).
           02  CH-OPERADOR    PIC 9(04).
           02  CH-REFERENCIA  PIC 9(06).
           02  CH-NF-REGISTRO PIC 9(06).
           02  CH-QTD         PIC 9(04).
           02  FILLER         PIC X(03).
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-IMAGEM-ANTES PIC X(100) VALUE SPACES.
           02  WS-JR-DATA     PIC 9(08) VALUE ZEROS.
           02  WS-JR-HORA     PIC 9(08) VALUE ZEROS.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-CUSTO-ANT   PIC 9(05)V99 VALUE ZEROS.
       01  WS-CAB-01          PIC X(80) VALUE
           "REAJUSTE DE CUSTOS EM LOTE".
       01  WS-CAB-PARAM.
                 CLOSE JORNAL-S
                 OPEN EXTEND JORNAL-S
              END-IF
              OPEN EXTEND CUSTHIST-S
              IF WS-FS-CUSTHIST = "35"
                 OPEN OUTPUT CUSTHIST-S
                 CLOSE CUSTHIST-S
                 OPEN EXTEND CUSTHIST-S
              END-IF
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           IF MODO-EFETIVA
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE REG-ALMOX TO WS-IMAGEM-ANTES
              MOVE CUSTO-UNITARIO TO WS-CUSTO-ANT
              MOVE WS-CUSTO-NOVO TO CUSTO-UNITARIO
              MOVE WS-TOTAL-NOVO TO CUSTO-TOTAL
              REWRITE REG-ALMOX
              END-REWRITE
              IF WS-FS-ALMOX = "00"
                 PERFORM 050-00-JORNAL THRU 050-99-FIM-JORNAL
                 PERFORM 055-00-HIST-CUSTO THRU 055-99-FIM-HIST
              END-IF
           END-IF.
       040-99-FIM-REAJUSTA.
           WRITE REG-JORNAL.
       050-99-FIM-JORNAL.
           EXIT.
      *
       055-00-HIST-CUSTO.
           MOVE SPACES          TO REG-CUSTHIST.
           MOVE COD-PRODUTO     TO CH-COD-PRODUTO.
           MOVE WS-JR-DATA      TO CH-DATA.
           MOVE WS-JR-HORA (1:6) TO CH-HORA.
           MOVE WS-CUSTO-ANT    TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO  TO CH-CUSTO-NOVO.
           MOVE "R"             TO CH-CAUSA.
           MOVE "CUSTAJU"       TO CH-PROGRAMA.
           MOVE WS-OPERADOR     TO CH-OPERADOR.
           MOVE ZEROS           TO CH-REFERENCIA.
           MOVE ZEROS           TO CH-NF-REGISTRO.
           MOVE QTD-ESTOQUE     TO CH-QTD.
           WRITE REG-CUSTHIST.
       055-99-FIM-HIST.
           EXIT.
      *
       080-00-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           CLOSE ALMOX-S.
           IF MODO-EFETIVA
              CLOSE JORNAL-S
              CLOSE CUSTHIST-S
           END-IF.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
