      *----------------------------------------------------------------*
      * COPY:         MOVESTOQUE
      * OBJETIVO:     APLICA UM MOVIMENTO DE ESTOQUE (WS-MOV-TIPO,
      *               WS-MOV-PRODUTO, WS-MOV-QUANTIDADE) NO SALDO DO
      *               PRODUTO EM ESTOQUE.DAT (FILE13), CRIANDO O
      *               SALDO NO PRIMEIRO MOVIMENTO, E GRAVA O
      *               MOVIMENTO NUMERADO EM MOVESTOQUE.DAT (FILE14)
      *               COM OS SALDOS RESULTANTES. WS-MOV-OK INDICA SE
      *               O MOVIMENTO FOI GRAVADO. FILE13 E FILE14 DEVEM
      *               ESTAR ABERTOS I-O. NAO CONFERE DISPONIBILIDADE:
      *               QUEM CHAMA DECIDE SE ACEITA SALDO NEGATIVO.
      *----------------------------------------------------------------*
       9650-MOVIMENTA-ESTOQUE SECTION.
       9650.
           MOVE "N" TO WS-MOV-OK.
           MOVE "N" TO WS-MOV-NOVO.
           ACCEPT WS-MOV-DATA FROM DATE.
           ACCEPT WS-MOV-HORA FROM TIME.

           MOVE WS-MOV-PRODUTO TO FS13-COD-PRODUTO.
           READ FILE13
               INVALID KEY
                   MOVE "S" TO WS-MOV-NOVO
                   INITIALIZE FILE13-REC
                   MOVE WS-MOV-PRODUTO TO FS13-COD-PRODUTO
           END-READ.

           EVALUATE TRUE
               WHEN MOV-ENTRADA
               WHEN MOV-AJUSTE
               WHEN MOV-DEVOLUCAO
                   ADD WS-MOV-QUANTIDADE TO FS13-QTD-FISICA
               WHEN MOV-RESERVA
                   ADD WS-MOV-QUANTIDADE TO FS13-QTD-RESERVADA
               WHEN MOV-LIBERACAO
                   SUBTRACT WS-MOV-QUANTIDADE FROM FS13-QTD-RESERVADA
               WHEN MOV-SAIDA
                   SUBTRACT WS-MOV-QUANTIDADE FROM FS13-QTD-FISICA
                   SUBTRACT WS-MOV-QUANTIDADE FROM FS13-QTD-RESERVADA
           END-EVALUATE.

           MOVE WS-MOV-ANO       TO FS13-ULT-ANO.
           MOVE WS-MOV-MES       TO FS13-ULT-MES.
           MOVE WS-MOV-DIA       TO FS13-ULT-DIA.
           MOVE WS-MOV-OPERADOR  TO FS13-AUD-OPERADOR.
           MOVE WS-MOV-ANO       TO FS13-AUD-ANO.
           MOVE WS-MOV-MES       TO FS13-AUD-MES.
           MOVE WS-MOV-DIA       TO FS13-AUD-DIA.
           MOVE WS-MOV-HOR       TO FS13-AUD-HOR.
           MOVE WS-MOV-MIN       TO FS13-AUD-MIN.
           MOVE WS-MOV-TIPO      TO FS13-AUD-OPERACAO.

           IF MOV-SALDO-NOVO
               WRITE FILE13-REC
               END-WRITE
           ELSE
               REWRITE FILE13-REC
               END-REWRITE
           END-IF.

           IF FS13-OK
               PERFORM 9660-GRAVA-MOVIMENTO
                  THRU 9660-GRAVA-MOVIMENTO-FIM
           END-IF.

       9650-MOVIMENTA-ESTOQUE-FIM.
           EXIT.

      * GRAVA O MOVIMENTO EM MOVESTOQUE.DAT COM O PROXIMO NUMERO E OS
      * SALDOS DO PRODUTO JA ATUALIZADOS
       9660-GRAVA-MOVIMENTO SECTION.
       9660.
           MOVE 999999999 TO FS14-NUMERO.
           START FILE14 LAST END-START.
           READ FILE14 PREVIOUS END-READ.
           IF NOT FS14-OK
               MOVE 1 TO WS-MOV-NUMERO
           ELSE
               COMPUTE WS-MOV-NUMERO = FS14-NUMERO + 1
           END-IF.

           INITIALIZE FILE14-REC.
           MOVE WS-MOV-NUMERO       TO FS14-NUMERO.
           MOVE WS-MOV-PRODUTO      TO FS14-COD-PRODUTO.
           MOVE WS-MOV-ANO          TO FS14-ANO.
           MOVE WS-MOV-MES          TO FS14-MES.
           MOVE WS-MOV-DIA          TO FS14-DIA.
           MOVE WS-MOV-HOR          TO FS14-HOR.
           MOVE WS-MOV-MIN          TO FS14-MIN.
           MOVE WS-MOV-TIPO         TO FS14-TIPO.
           MOVE WS-MOV-QUANTIDADE   TO FS14-QUANTIDADE.
           MOVE WS-MOV-PEDIDO       TO FS14-NUMERO-PEDIDO.
           MOVE WS-MOV-HISTORICO    TO FS14-HISTORICO.
           MOVE WS-MOV-OPERADOR     TO FS14-OPERADOR.
           MOVE FS13-QTD-FISICA     TO FS14-SALDO-FISICO.
           MOVE FS13-QTD-RESERVADA  TO FS14-SALDO-RESERVADO.
           WRITE FILE14-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-MOV-DISPONIVEL =
                           FS13-QTD-FISICA - FS13-QTD-RESERVADA
                   MOVE "S" TO WS-MOV-OK
           END-WRITE.

       9660-GRAVA-MOVIMENTO-FIM.
           EXIT.
