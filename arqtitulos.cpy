      *               PARCELA, COM VENCIMENTO, VALOR E OS DADOS DA
      *               BAIXA (DATA, VALOR PAGO E OPERADOR). A CHAVE
      *               ALTERNATIVA POR CLIENTE ATENDE O AGING.
      *               SITUACAO C: PARCELA ZERADA POR DEVOLUCAO DO
      *               PEDIDO FATURADO (PDEVOLUCAO).
      *----------------------------------------------------------------*
       FD  FILE7
           LABEL RECORD IS STANDARD.
           03  FS7-SITUACAO      PIC X(001).
               88  FS7-ABERTO       VALUES "A" " ".
               88  FS7-PAGO         VALUE "P".
               88  FS7-CANCELADO    VALUE "C".
           03  FS7-PAGAMENTO.
               05  FS7-PAG-DATA.
                   07  FS7-PAG-ANO  PIC 9(002).
