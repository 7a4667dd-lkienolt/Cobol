      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2019  BACKUP E RESTAURACAO DOS CADASTROS
      *               15/10/2026  REGISTRO DE CLIENTES.DAT PASSA A 189
      *                           POSICOES (CONDICAO DE PAGAMENTO
      *                           PADRAO DO CLIENTE)
      *               15/10/2026  MODO PODE VIR EM VENDAS_PARAMETRO
      *                           (CADEIA NOTURNA, PCADEIA), SEM
      *                           PERGUNTAR AO OPERADOR
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 FILE7-REC              PIC X(100).

       FD BAKFILE1.
       01 BAK1-REC               PIC X(189).

       FD BAKFILE2.
       01 BAK2-REC               PIC X(172).
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           IF WS-MODO EQUAL SPACES
               DISPLAY "MODO (B=BACKUP / R=RESTAURACAO): "
               ACCEPT WS-MODO
           END-IF.

           IF MODO-BACKUP
               MOVE WS-ANO TO WS-STAMP-ANO
