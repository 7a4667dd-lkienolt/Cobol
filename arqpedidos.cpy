      *               FS4-STATUS-PED CONTROLA O CICLO DE VIDA:
      *               DIGITADO -> APROVADO -> FATURADO, OU CANCELADO
      *               (COM QUEM/QUANDO/MOTIVO EM FS4-CANCELAMENTO).
      *               PEDIDO COM DESCONTO ACIMA DA ALCADA DO OPERADOR
      *               FICA PENDENTE ("P") ATE O SUPERVISOR LIBERAR,
      *               QUANDO VOLTA A DIGITADO; FS4-DESCONTO GUARDA
      *               QUEM DIGITOU OS PRECOS, O MAIOR DESCONTO DOS
      *               ITENS E QUEM/QUANDO LIBEROU.
      *               FS4-COND-PAGTO: CONDICAO DE PAGAMENTO DO PEDIDO
      *               (CONDPAG.DAT), QUE GERA OS TITULOS NO
      *               FATURAMENTO; ZERO = TITULOS GERADOS A MAO.
      *----------------------------------------------------------------*
       FD  FILE4
           LABEL RECORD IS STANDARD.
               88  FS4-ST-APROVADO  VALUE "A".
               88  FS4-ST-FATURADO  VALUE "F".
               88  FS4-ST-CANCELADO VALUE "C".
               88  FS4-ST-PEND-DESCONTO VALUE "P".
           03  FS4-CANCELAMENTO.
               05  FS4-CANC-OPERADOR PIC X(008).
               05  FS4-CANC-DATA.
               88  FS4-ERP-PENDENTE  VALUES " " "N".
               88  FS4-ERP-ENVIADO   VALUE "S".
               88  FS4-ERP-REJEITADO VALUE "R".
           03  FS4-COND-PAGTO    PIC 9(003).
           03  FS4-DESCONTO.
               05  FS4-DESC-OPERADOR  PIC X(008).
               05  FS4-DESC-PERC-MAX  PIC 9(002)V9(002).
               05  FS4-DESC-LIBERADOR PIC X(008).
               05  FS4-DESC-LIB-DATA.
                   07  FS4-DESC-LIB-ANO PIC 9(002).
                   07  FS4-DESC-LIB-MES PIC 9(002).
                   07  FS4-DESC-LIB-DIA PIC 9(002).
