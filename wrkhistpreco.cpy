      *----------------------------------------------------------------*
      * COPY:         WRKHISTPRECO
      * OBJETIVO:     CAMPOS DE TRABALHO DA GRAVACAO DO HISTORICO DE
      *               PRECOS (9670-GRAVA-HIST-PRECO EM GRVHISTPRECO).
      *               O PROGRAMA INFORMA PRODUTO, VIGENCIA (AAMMDD),
      *               PRECO ANTERIOR E NOVO, ORIGEM, PERCENTUAL DO
      *               REAJUSTE, SITUACAO E OPERADOR. ORIGENS:
      *               I - INCLUSAO DO PRODUTO
      *               A - ALTERACAO DO PRECO NA TELA (PPRODUTOS)
      *               R - REAJUSTE EM MASSA (PREAJUSTE)
      *               SITUACOES: V - VIGENTE / P - PROGRAMADO
      *----------------------------------------------------------------*
       01  WS-HPR-PRODUTO      PIC 9(005) VALUE ZEROS.
       01  WS-HPR-VIGENCIA.
           03 WS-HPR-VIG-ANO   PIC 9(002) VALUE ZEROS.
           03 WS-HPR-VIG-MES   PIC 9(002) VALUE ZEROS.
           03 WS-HPR-VIG-DIA   PIC 9(002) VALUE ZEROS.
       01  WS-HPR-PRECO-ANT    PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-HPR-PRECO-NOVO   PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-HPR-ORIGEM       PIC X(001) VALUE SPACES.
           88 HPR-INCLUSAO        VALUE "I".
           88 HPR-ALTERACAO       VALUE "A".
           88 HPR-REAJUSTE        VALUE "R".
       01  WS-HPR-PERCENTUAL   PIC S9(003)V9(002) VALUE ZEROS.
       01  WS-HPR-SITUACAO     PIC X(001) VALUE "V".
           88 HPR-VIGENTE         VALUE "V".
           88 HPR-PROGRAMADO      VALUE "P".
       01  WS-HPR-OPERADOR     PIC X(008) VALUE SPACES.
       01  WS-HPR-SEQUENCIA    PIC 9(003) VALUE ZEROS.
       01  WS-HPR-DATA.
           03 WS-HPR-ANO       PIC 9(002) VALUE ZEROS.
           03 WS-HPR-MES       PIC 9(002) VALUE ZEROS.
           03 WS-HPR-DIA       PIC 9(002) VALUE ZEROS.
       01  WS-HPR-HORA.
           03 WS-HPR-HOR       PIC 9(002) VALUE ZEROS.
           03 WS-HPR-MIN       PIC 9(002) VALUE ZEROS.
           03 WS-HPR-SEG       PIC 9(002) VALUE ZEROS.
           03 WS-HPR-CSE       PIC 9(002) VALUE ZEROS.
       01  WS-HPR-OK           PIC X(001) VALUE "N".
           88 HPR-GRAVADO         VALUE "S".
