      *----------------------------------------------------------------*
      * COPY:         ARQESTOQUE
      * OBJETIVO:     LAYOUT DO SALDO DE ESTOQUE POR PRODUTO (FILE13),
      *               CHAVEADO PELO CODIGO DO PRODUTO (FS5-CODIGO):
      *               QUANTIDADE FISICA (EM MAOS) E QUANTIDADE
      *               RESERVADA PARA PEDIDOS APROVADOS AINDA NAO
      *               FATURADOS. O DISPONIVEL E A FISICA MENOS A
      *               RESERVADA. SO E ATUALIZADO PELA ROTINA
      *               9650-MOVIMENTA-ESTOQUE (MOVESTOQUE), QUE GRAVA
      *               CADA MOVIMENTO EM MOVESTOQUE.DAT (ARQMOVEST).
      *----------------------------------------------------------------*
       FD  FILE13
           LABEL RECORD IS STANDARD.
       01  FILE13-REC.
           03  FS13-KEY.
               05  FS13-COD-PRODUTO PIC 9(005).
           03  FS13-QTD-FISICA      PIC S9(007)V9(002).
           03  FS13-QTD-RESERVADA   PIC S9(007)V9(002).
           03  FS13-ULT-MOVIMENTO.
               05  FS13-ULT-ANO     PIC 9(002).
               05  FS13-ULT-MES     PIC 9(002).
               05  FS13-ULT-DIA     PIC 9(002).
           03  FS13-AUDITORIA.
               05  FS13-AUD-OPERADOR PIC X(008).
               05  FS13-AUD-DATA.
                   07  FS13-AUD-ANO  PIC 9(002).
                   07  FS13-AUD-MES  PIC 9(002).
                   07  FS13-AUD-DIA  PIC 9(002).
               05  FS13-AUD-HORA.
                   07  FS13-AUD-HOR  PIC 9(002).
                   07  FS13-AUD-MIN  PIC 9(002).
               05  FS13-AUD-OPERACAO PIC X(001).
           03  FILLER               PIC X(010).
