      *----------------------------------------------------------------*
      * COPY:         ARQMOVEST
      * OBJETIVO:     LAYOUT DOS MOVIMENTOS DE ESTOQUE (FILE14): UM
      *               REGISTRO POR MOVIMENTO, NUMERADO EM SEQUENCIA,
      *               COM A CHAVE ALTERNATIVA POR PRODUTO PARA O
      *               EXTRATO DO ALMOXARIFADO (PRELESTOQUE). GUARDA O
      *               TIPO, A QUANTIDADE, O PEDIDO DE ORIGEM, QUEM E
      *               QUANDO, E OS SALDOS DO PRODUTO APOS O MOVIMENTO.
      *----------------------------------------------------------------*
       FD  FILE14
           LABEL RECORD IS STANDARD.
       01  FILE14-REC.
           03  FS14-KEY.
               05  FS14-NUMERO      PIC 9(009).
           03  FS14-COD-PRODUTO     PIC 9(005).
           03  FS14-DATA.
               05  FS14-ANO         PIC 9(002).
               05  FS14-MES         PIC 9(002).
               05  FS14-DIA         PIC 9(002).
           03  FS14-HORA.
               05  FS14-HOR         PIC 9(002).
               05  FS14-MIN         PIC 9(002).
           03  FS14-TIPO            PIC X(001).
               88  FS14-ENTRADA        VALUE "E".
               88  FS14-SAIDA          VALUE "S".
               88  FS14-AJUSTE         VALUE "A".
               88  FS14-RESERVA        VALUE "R".
               88  FS14-LIBERACAO      VALUE "L".
               88  FS14-DEVOLUCAO      VALUE "D".
           03  FS14-QUANTIDADE      PIC S9(007)V9(002).
           03  FS14-NUMERO-PEDIDO   PIC 9(007).
           03  FS14-HISTORICO       PIC X(030).
           03  FS14-OPERADOR        PIC X(008).
           03  FS14-SALDO-FISICO    PIC S9(007)V9(002).
           03  FS14-SALDO-RESERVADO PIC S9(007)V9(002).
           03  FILLER               PIC X(010).
