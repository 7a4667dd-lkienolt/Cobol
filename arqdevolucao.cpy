      *----------------------------------------------------------------*
      * COPY:         ARQDEVOLUCAO
      * OBJETIVO:     LAYOUT DAS DEVOLUCOES DE PEDIDOS FATURADOS
      *               (FILE15, DEVOLUCOES.DAT): UM REGISTRO POR ITEM
      *               DEVOLVIDO, CHAVEADO PELO NUMERO DA DEVOLUCAO +
      *               SEQUENCIA, COM O PEDIDO/ITEM DE ORIGEM, A
      *               QUANTIDADE E O VALOR DEVOLVIDOS, O VALOR ABATIDO
      *               DOS TITULOS EM ABERTO, O MOTIVO E O OPERADOR.
      *               CLIENTE E VENDEDOR SAO COPIADOS DO PEDIDO: A
      *               CHAVE ALTERNATIVA POR VENDEDOR ATENDE A COMISSAO
      *               E A CHAVE POR PEDIDO ATENDE O SALDO DEVOLVIVEL.
      *----------------------------------------------------------------*
       FD  FILE15
           LABEL RECORD IS STANDARD.
       01  FILE15-REC.
           03  FS15-KEY.
               05  FS15-NUMERO       PIC 9(007).
               05  FS15-SEQUENCIA    PIC 9(003).
           03  FS15-NUMERO-PEDIDO    PIC 9(007).
           03  FS15-SEQ-ITEM         PIC 9(003).
           03  FS15-COD-PRODUTO      PIC 9(005).
           03  FS15-COD-CLIENTE      PIC 9(007).
           03  FS15-COD-VENDEDOR     PIC 9(003).
           03  FS15-DATA.
               05  FS15-ANO          PIC 9(002).
               05  FS15-MES          PIC 9(002).
               05  FS15-DIA          PIC 9(002).
           03  FS15-TIPO             PIC X(001).
               88  FS15-TOTAL           VALUE "T".
               88  FS15-PARCIAL         VALUE "P".
           03  FS15-QUANTIDADE       PIC 9(005)V9(002).
           03  FS15-PRECO-UNIT       PIC 9(007)V9(002).
           03  FS15-VALOR            PIC 9(009)V9(002).
           03  FS15-VALOR-ABATIDO    PIC 9(009)V9(002).
           03  FS15-MOTIVO           PIC X(030).
           03  FS15-AUDITORIA.
               05  FS15-AUD-OPERADOR PIC X(008).
               05  FS15-AUD-DATA.
                   07  FS15-AUD-ANO  PIC 9(002).
                   07  FS15-AUD-MES  PIC 9(002).
                   07  FS15-AUD-DIA  PIC 9(002).
               05  FS15-AUD-HORA.
                   07  FS15-AUD-HOR  PIC 9(002).
                   07  FS15-AUD-MIN  PIC 9(002).
           03  FILLER                PIC X(010).
