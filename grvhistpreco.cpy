      *----------------------------------------------------------------*
      * COPY:         GRVHISTPRECO
      * OBJETIVO:     GRAVA UM PRECO NO HISTORICO DE PRECOS
      *               (HISTPRECO.DAT, FILE18) COM OS CAMPOS INFORMADOS
      *               EM WRKHISTPRECO. A SEQUENCIA DENTRO DO PRODUTO E
      *               DA VIGENCIA E A PRIMEIRA LIVRE (TROCAS NO MESMO
      *               DIA FICAM EM ORDEM DE GRAVACAO). WS-HPR-OK
      *               INDICA SE O REGISTRO FOI GRAVADO. FILE18 DEVE
      *               ESTAR ABERTO I-O.
      *----------------------------------------------------------------*
       9670-GRAVA-HIST-PRECO SECTION.
       9670.
           MOVE "N" TO WS-HPR-OK.
           ACCEPT WS-HPR-DATA FROM DATE.
           ACCEPT WS-HPR-HORA FROM TIME.
           MOVE ZEROS TO WS-HPR-SEQUENCIA.

           PERFORM 9675-TENTA-SEQUENCIA THRU 9675-TENTA-SEQUENCIA-FIM
              UNTIL HPR-GRAVADO
                 OR WS-HPR-SEQUENCIA = 999.

       9670-GRAVA-HIST-PRECO-FIM.
           EXIT.

      * TENTA GRAVAR NA PROXIMA SEQUENCIA DO PRODUTO/VIGENCIA; CHAVE
      * JA USADA SEGUE PARA A SEGUINTE
       9675-TENTA-SEQUENCIA SECTION.
       9675.
           ADD 1 TO WS-HPR-SEQUENCIA.

           INITIALIZE FILE18-REC.
           MOVE WS-HPR-PRODUTO      TO FS18-COD-PRODUTO.
           MOVE WS-HPR-VIG-ANO      TO FS18-VIG-ANO.
           MOVE WS-HPR-VIG-MES      TO FS18-VIG-MES.
           MOVE WS-HPR-VIG-DIA      TO FS18-VIG-DIA.
           MOVE WS-HPR-SEQUENCIA    TO FS18-SEQUENCIA.
           MOVE WS-HPR-PRECO-ANT    TO FS18-PRECO-ANTERIOR.
           MOVE WS-HPR-PRECO-NOVO   TO FS18-PRECO-NOVO.
           MOVE WS-HPR-ORIGEM       TO FS18-ORIGEM.
           MOVE WS-HPR-PERCENTUAL   TO FS18-PERCENTUAL.
           MOVE WS-HPR-SITUACAO     TO FS18-SITUACAO.
           MOVE WS-HPR-OPERADOR     TO FS18-AUD-OPERADOR.
           MOVE WS-HPR-ANO          TO FS18-AUD-ANO.
           MOVE WS-HPR-MES          TO FS18-AUD-MES.
           MOVE WS-HPR-DIA          TO FS18-AUD-DIA.
           MOVE WS-HPR-HOR          TO FS18-AUD-HOR.
           MOVE WS-HPR-MIN          TO FS18-AUD-MIN.
           WRITE FILE18-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HPR-OK
           END-WRITE.

       9675-TENTA-SEQUENCIA-FIM.
           EXIT.
