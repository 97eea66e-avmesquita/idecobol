      * O custo aceita centavos com virgula (ex.: 12,50).
      * Existindo o de-para CATCONTA.DAT (cadastro CATCNCAD), a
      * CATEGORIA da linha tambem e validada contra a lista oficial.
      * O custo de cada produto importado entra no historico de
      * custos CUSTHIST.DAT como cadastro inicial (causa C).
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-FS-CATCONTA.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
           SELECT CUSTHIST-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-CUSTHIST.
       DATA DIVISION.
       FILE SECTION.
       FD IMPORTA-S
           VALUE OF FILE-ID "PRODIMP.TXT".
       01  LINHA-IMPORTA      PIC X(100).
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
       FD LIMITES-S
           RECORD CONTAINS 11 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS LINHA-RELATORIO
           VALUE OF FILE-ID "PRODIMP.LST".
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
           02  WS-FS-IMPORTA  PIC X(02) VALUE SPACES.
           02  WS-LIM-QTD     PIC 9(04) VALUE 1000.
           02  WS-LIM-CUSTO   PIC 9(05)V99 VALUE 10000,00.
           02  WS-FS-CATCONTA PIC X(02) VALUE SPACES.
           02  WS-FS-CUSTHIST PIC X(02) VALUE SPACES.
           02  WS-TEM-CATCONTA PIC X(01) VALUE "N".
       01  WS-CAMPOS-LINHA.
           02  WS-TXT-CODIGO  PIC X(10) VALUE SPACES.
           IF WS-FS-CATCONTA = "00"
              MOVE "S" TO WS-TEM-CATCONTA
           END-IF.
           OPEN EXTEND CUSTHIST-S.
           IF WS-FS-CUSTHIST = "35"
              OPEN OUTPUT CUSTHIST-S
              CLOSE CUSTHIST-S
              OPEN EXTEND CUSTHIST-S
           END-IF.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO UNIDADE-COMPRA.
           MOVE ZEROS TO FATOR-COMPRA.
           MOVE "A" TO SITUACAO-PRODUTO.
           MOVE SPACE TO TIPO-PRODUTO.
           WRITE REG-ALMOX
               INVALID KEY
                   MOVE "ERRO AO GRAVAR REGISTRO" TO WS-MOTIVO
           END-WRITE.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-CONT-ACEITAS
              PERFORM 055-00-HIST-CUSTO THRU 055-99-FIM-HIST
           ELSE
              PERFORM 060-00-RECUSA THRU 060-99-FIM-RECUSA
           END-IF.
       050-99-FIM-GRAVA.
           EXIT.
      *
      *    Custo inicial do produto importado no historico de custos.
       055-00-HIST-CUSTO.
           MOVE SPACES          TO REG-CUSTHIST.
           MOVE COD-PRODUTO     TO CH-COD-PRODUTO.
           MOVE WS-DATA-HOJE    TO CH-DATA.
           MOVE WS-HORA-AGORA (1:6) TO CH-HORA.
           MOVE ZEROS           TO CH-CUSTO-ANT.
           MOVE CUSTO-UNITARIO  TO CH-CUSTO-NOVO.
           MOVE "C"             TO CH-CAUSA.
           MOVE "PRODIMP"       TO CH-PROGRAMA.
           MOVE ZEROS           TO CH-OPERADOR.
           MOVE ZEROS           TO CH-REFERENCIA.
           MOVE ZEROS           TO CH-NF-REGISTRO.
           MOVE QTD-ESTOQUE     TO CH-QTD.
           WRITE REG-CUSTHIST.
       055-99-FIM-HIST.
           EXIT.
      *
       060-00-RECUSA.
           MOVE WS-CONT-LIDAS TO DET-LINHA.
           CLOSE IMPORTA-S.
           CLOSE ALMOX-S.
           CLOSE FORNECEDOR-S.
           CLOSE CUSTHIST-S.
           IF WS-TEM-CATCONTA = "S"
              CLOSE CATCONTA-S
           END-IF.
