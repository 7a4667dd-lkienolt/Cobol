      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               23/08/2026  AGING DO CONTAS A RECEBER
      *               15/10/2026  PARCELA CANCELADA POR DEVOLUCAO FORA
      *                           DO AGING
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               MOVE FS7-COD-CLIENTE TO WS-CLIENTE-ATUAL
           END-IF.

           IF FS7-ABERTO
               COMPUTE WS-VENC-DIAS =
                       (FS7-VENC-ANO * 360) +
                       (FS7-VENC-MES * 30) + FS7-VENC-DIA
