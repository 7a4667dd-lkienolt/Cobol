      *               GERADOS A PARTIR DOS PEDIDOS DE PEDIDOS.DAT:
      *               - GERAR: DIVIDE O VALOR DE UM PEDIDO APROVADO
      *                 OU FATURADO EM PARCELAS COM VENCIMENTOS
      *                 ESPACADOS PELO INTERVALO INFORMADO. PEDIDO
      *                 COM CONDICAO DE PAGAMENTO TEM OS TITULOS
      *                 GERADOS NO FATURAMENTO (PEXPFATUR); AQUI A
      *                 GERACAO FICA PARA AS EXCECOES E PEDE
      *                 CONFIRMACAO;
      *               - CONSULTAR: MOSTRA UM TITULO (PEDIDO/PARCELA);
      *               - BAIXAR: REGISTRA DATA E VALOR PAGO, COM O
      *                 OPERADOR DE VENDAS_OPERADOR COMO NOS DEMAIS
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               23/08/2026  CONTAS A RECEBER
      *               15/10/2026  TITULO CANCELADO POR DEVOLUCAO NAO
      *                           ACEITA BAIXA
      *               15/10/2026  GERACAO MANUAL DE PEDIDO APROVADO COM
      *                           CONDICAO DE PAGAMENTO PEDE
      *                           CONFIRMACAO (TITULOS SAO GERADOS NO
      *                           FATURAMENTO)
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                                  DISPLAY WS-MSGERRO at 2118
                          END-READ
                  END-EVALUATE
                  IF FS-TERMINA AND FS4-ST-APROVADO
                          AND FS4-COND-PAGTO NUMERIC
                          AND FS4-COND-PAGTO NOT EQUAL ZEROS
                     MOVE "N" TO WS-ERRO
                     MOVE
                     "TITULOS SAIRAO NO FATURAMENTO. GERAR AGORA (S/N)?"
                          TO WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF NOT E-SIM
                        MOVE ZEROS TO FS-EXIT
                        INITIALIZE FILE4-REC
                        MOVE SPACES TO WS-NOME-CLIENTE
                        DISPLAY SS-GERA
                     END-IF
                     DISPLAY WS-LIMPA at 2118
                  END-IF
               END-IF
           END-IF
           END-PERFORM.
                  IF FS7-PAGO
                     MOVE "TITULO JA ESTA PAGO" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                  IF FS7-CANCELADO
                     MOVE "TITULO CANCELADO POR DEVOLUCAO" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     MOVE 99 TO FS-EXIT
                  END-IF
                  END-IF
               END-IF
           END-IF
           END-PERFORM.
                   MOVE FS-NOME TO WS-NOME-CLIENTE
           END-READ.

           EVALUATE TRUE
               WHEN FS7-PAGO
                   MOVE "PAGO"      TO WS-SIT-DESC
               WHEN FS7-CANCELADO
                   MOVE "CANCELADO" TO WS-SIT-DESC
               WHEN OTHER
                   MOVE "EM ABERTO" TO WS-SIT-DESC
           END-EVALUATE.

       9600-DESCREVE-TITULO-FIM.
           EXIT.
