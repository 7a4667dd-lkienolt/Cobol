      *               CADA ITEM AO PEDIDO (FS4-NUMERO) E AO PRODUTO
      *               (FS5-CODIGO). O VALOR DO PEDIDO (FS4-VALOR) E A
      *               SOMA DOS FS6-VALOR-ITEM DOS SEUS ITENS.
      *               FS6-PRECO-TABELA: PRECO DE VENDA DO PRODUTO NA
      *               DIGITACAO; CONTRA ELE SE MEDE O DESCONTO DADO NO
      *               FS6-PRECO-UNIT (ZERO EM ITENS ANTIGOS = SEM
      *               REFERENCIA).
      *----------------------------------------------------------------*
       FD  FILE6
           LABEL RECORD IS STANDARD.
           03  FS6-QUANTIDADE    PIC 9(005)V9(002).
           03  FS6-PRECO-UNIT    PIC 9(007)V9(002).
           03  FS6-VALOR-ITEM    PIC 9(009)V9(002).
           03  FS6-PRECO-TABELA  PIC 9(007)V9(002).
           03  FILLER            PIC X(001).
