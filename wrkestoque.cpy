      *----------------------------------------------------------------*
      * COPY:         WRKESTOQUE
      * OBJETIVO:     CAMPOS DE TRABALHO DA MOVIMENTACAO DE ESTOQUE
      *               (9650-MOVIMENTA-ESTOQUE EM MOVESTOQUE). O
      *               PROGRAMA INFORMA TIPO, PRODUTO, QUANTIDADE,
      *               PEDIDO DE ORIGEM, HISTORICO E OPERADOR; A ROTINA
      *               ATUALIZA ESTOQUE.DAT E GRAVA O MOVIMENTO EM
      *               MOVESTOQUE.DAT. TIPOS:
      *               E - ENTRADA (SOMA NA FISICA)
      *               A - AJUSTE DE INVENTARIO (QUANTIDADE COM SINAL)
      *               R - RESERVA NA APROVACAO DO PEDIDO
      *               L - LIBERACAO DA RESERVA (CANCELAMENTO/REJEICAO)
      *               S - SAIDA NO FATURAMENTO (BAIXA A FISICA E
      *                   CONSOME A RESERVA)
      *               D - DEVOLUCAO DE PEDIDO FATURADO (VOLTA PARA A
      *                   FISICA)
      *----------------------------------------------------------------*
       01  WS-MOV-TIPO         PIC X(001) VALUE SPACES.
           88 MOV-ENTRADA         VALUE "E".
           88 MOV-SAIDA           VALUE "S".
           88 MOV-AJUSTE          VALUE "A".
           88 MOV-RESERVA         VALUE "R".
           88 MOV-LIBERACAO       VALUE "L".
           88 MOV-DEVOLUCAO       VALUE "D".
       01  WS-MOV-PRODUTO      PIC 9(005) VALUE ZEROS.
       01  WS-MOV-QUANTIDADE   PIC S9(007)V9(002) VALUE ZEROS.
       01  WS-MOV-PEDIDO       PIC 9(007) VALUE ZEROS.
       01  WS-MOV-HISTORICO    PIC X(030) VALUE SPACES.
       01  WS-MOV-OPERADOR     PIC X(008) VALUE SPACES.
       01  WS-MOV-NUMERO       PIC 9(009) VALUE ZEROS.
       01  WS-MOV-DISPONIVEL   PIC S9(007)V9(002) VALUE ZEROS.
       01  WS-MOV-DATA.
           03 WS-MOV-ANO       PIC 9(002) VALUE ZEROS.
           03 WS-MOV-MES       PIC 9(002) VALUE ZEROS.
           03 WS-MOV-DIA       PIC 9(002) VALUE ZEROS.
       01  WS-MOV-HORA.
           03 WS-MOV-HOR       PIC 9(002) VALUE ZEROS.
           03 WS-MOV-MIN       PIC 9(002) VALUE ZEROS.
           03 WS-MOV-SEG       PIC 9(002) VALUE ZEROS.
           03 WS-MOV-CSE       PIC 9(002) VALUE ZEROS.
       01  WS-MOV-NOVO         PIC X(001) VALUE "N".
           88 MOV-SALDO-NOVO      VALUE "S".
       01  WS-MOV-OK           PIC X(001) VALUE "N".
           88 MOV-GRAVADO         VALUE "S".

       77  FS-STAT13           PIC 9(02).
           88 FS13-OK             VALUE ZEROS.
           88 FS13-NAO-EXISTE     VALUE 35.
           88 FS13-FIM-ARQUIVO    VALUE 10.
       77  FS-STAT14           PIC 9(02).
           88 FS14-OK             VALUE ZEROS.
           88 FS14-NAO-EXISTE     VALUE 35.
           88 FS14-FIM-ARQUIVO    VALUE 10.
