      * Imprime a listagem ranqueada com quebra entre classes e
      * totais por classe em ABCLST.LST. O ALMOXLST nao atende a
      * esta necessidade porque le apenas em ordem de COD-PRODUTO.
      * A classe atribuida a cada produto e gravada tambem em
      * CLASSABC.DAT (indexado por produto, recriado a cada rodada,
      * com a data da classificacao), que o CICLGER consulta para
      * programar a contagem ciclica: classe A todo mes, B a cada
      * tres meses e C a cada seis meses.
      ***--------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS NOME-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ALMOX.
           SELECT CLASSABC-S ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-COD-PRODUTO
               FILE STATUS IS WS-FS-CLASSABC.
           SELECT RELATORIO-S ASSIGN TO DISK
               FILE STATUS IS WS-FS-RELAT.
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
       FD CLASSABC-S
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CLASSABC
           VALUE OF FILE-ID "CLASSABC.DAT".
       01  REG-CLASSABC.
           02  CA-COD-PRODUTO PIC 9(04).
           02  CA-CLASSE      PIC X(01).
           02  CA-DATA        PIC 9(08).
       FD RELATORIO-S
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD
       01  VARIAVEIS-SISTEMA.
           02  WS-FS-ALMOX    PIC X(02) VALUE SPACES.
           02  WS-FS-RELAT    PIC X(02) VALUE SPACES.
           02  WS-FS-CLASSABC PIC X(02) VALUE SPACES.
           02  WS-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           02  WS-REL-PROGRAMA PIC X(08) VALUE "ABCLST  ".
           02  WS-REL-OPERADOR PIC 9(04) VALUE ZEROS.
           02  WS-FIM-ARQUIVO PIC X(01) VALUE "N".
              DISPLAY "Erro ao Abrir ALMOX.DAT - Status: " WS-FS-ALMOX
              STOP RUN
           END-IF.
           OPEN OUTPUT CLASSABC-S.
           IF WS-FS-CLASSABC NOT = "00"
              DISPLAY "Erro ao Abrir CLASSABC.DAT - Status: "
                  WS-FS-CLASSABC
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO-S.
           MOVE WS-CAB-01 TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-CLASSE    TO DET-CLASSE.
           MOVE WS-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TB-COD-PRODUTO (WS-IND) TO CA-COD-PRODUTO.
           MOVE WS-CLASSE    TO CA-CLASSE.
           MOVE WS-DATA-HOJE TO CA-DATA.
           WRITE REG-CLASSABC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-IND.
       055-99-FIM-LINHA.
           EXIT.
      *
       090-00-FECHAR.
           CLOSE ALMOX-S.
           CLOSE CLASSABC-S.
           CLOSE RELATORIO-S.
           CALL "RELARQ" USING WS-REL-PROGRAMA
               WS-REL-OPERADOR.
