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
       FD FORNECEDOR-S
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORD IS STANDARD
