           03  FSI-QUANTIDADE    PIC 9(005)V9(002).
           03  FSI-PRECO-UNIT    PIC 9(007)V9(002).
           03  FSI-VALOR-ITEM    PIC 9(009)V9(002).
           03  FSI-PRECO-TABELA  PIC 9(007)V9(002).
           03  FILLER            PIC X(001).
