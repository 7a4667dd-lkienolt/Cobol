      *                           PERSISTENTE DO OPERADOR APOS 3
      *                           FALHAS, LIBERADO SO PELO SUPERVISOR
      *                           EM POPERADOR
      *               15/10/2026  OPCOES 04.04 - ESTOQUE DE PRODUTOS E
      *                           02.12 - EXTRATO DE ESTOQUE
      *               15/10/2026  OPCAO 04.05 - DEVOLUCAO DE PEDIDOS
      *               15/10/2026  OPCAO 03.09 - RETORNO BANCARIO
      *                           (SUPERVISOR)
      *               15/10/2026  OPCAO 01.05 - CONDICOES DE PAGAMENTO
      *               15/10/2026  OPCAO 02.13 - FLUXO DE CAIXA; MENU
      *                           REORGANIZADO EM TRES COLUNAS PARA
      *                           CABER NA TELA
      *               15/10/2026  OPCAO 02.14 - DESCONTOS DO MES
      *               15/10/2026  OPCAO 03.10 - REAJUSTE DE PRECOS
      *                           (RESTRITA AO SUPERVISOR)
      *               15/10/2026  OPCAO 02.15 - CLIENTES SEM COMPRA
      *               15/10/2026  OPCAO 02.16 - MIX DE VENDAS
      *                           POR PRODUTO
      *               15/10/2026  OPCAO 03.11 - CADEIA NOTURNA
      *                           (SUPERVISOR)
      *               15/10/2026  OPCAO 03.12 - CONCILIACAO FINANCEIRA
      *                           (SUPERVISOR)
      *               15/10/2026  OPCAO 02.17 - REEMBOLSO DE KM
      *               15/10/2026  OPCOES 04.06 - REGISTRO DE VISITAS E
      *                           02.18 - ADERENCIA AO ROTEIRO
      *               15/10/2026  OPCAO 04.07 - ESPELHO DO PEDIDO
      *               15/10/2026  OPCAO 03.13 - EXTRACAO MENSAL DE
      *                           VENDAS (SUPERVISOR)
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           88 E-VENDEDOR  VALUE IS "0102".
           88 E-OPERADOR  VALUE IS "0103".
           88 E-METAS     VALUE IS "0104".
           88 E-CONDPAG   VALUE IS "0105".
           88 E-RELCLI    VALUE IS "0201".
           88 E-RELVEN    VALUE IS "0202".
           88 E-RELVENDAS VALUE IS "0203".
           88 E-RELROTEIR VALUE IS "0209".
           88 E-RELGIRO   VALUE IS "0210".
           88 E-RELABC    VALUE IS "0211".
           88 E-RELESTOQ  VALUE IS "0212".
           88 E-RELFLUXO  VALUE IS "0213".
           88 E-RELDESC   VALUE IS "0214".
           88 E-RELINAT   VALUE IS "0215".
           88 E-RELMIX    VALUE IS "0216".
           88 E-RELKM     VALUE IS "0217".
           88 E-RELADER   VALUE IS "0218".
           88 E-DISTRIBUI VALUE IS "0301".
           88 E-VERIFICA  VALUE IS "0302".
           88 E-BACKUP    VALUE IS "0303".
           88 E-IMPPED    VALUE IS "0306".
           88 E-ARQUIVA   VALUE IS "0307".
           88 E-FECHADIA  VALUE IS "0308".
           88 E-RETBANCO  VALUE IS "0309".
           88 E-REAJUSTE  VALUE IS "0310".
           88 E-CADEIA    VALUE IS "0311".
           88 E-CONCILIA  VALUE IS "0312".
           88 E-EXTVENDAS VALUE IS "0313".
           88 E-PEDIDOS   VALUE IS "0401".
           88 E-PRODUTOS  VALUE IS "0402".
           88 E-TITULOS   VALUE IS "0403".
           88 E-ESTOQUE   VALUE IS "0404".
           88 E-DEVOLUC   VALUE IS "0405".
           88 E-VISITAS   VALUE IS "0406".
           88 E-ESPELHO   VALUE IS "0407".
           88 E-ENCERRAR  VALUE IS "X" "x".

       77 FS-STAT        PIC 9(02).
           05 LINE 03 COLUMN 10 VALUE
                "========== "
                HIGHLIGHT .
           05 LINE 04 COLUMN 02 VALUE "01.00 - Cadastros".
           05 LINE 05 COLUMN 04 VALUE "01.01 - Clientes".
           05 LINE 06 COLUMN 04 VALUE "01.02 - Vendedores".
           05 LINE 07 COLUMN 04 VALUE "01.03 - Operadores".
           05 LINE 08 COLUMN 04 VALUE "01.04 - Metas".
           05 LINE 09 COLUMN 04 VALUE "01.05 - Cond. Pagamento".
           05 LINE 11 COLUMN 02 VALUE "04.00 - Pedidos".
           05 LINE 12 COLUMN 04 VALUE "04.01 - Pedidos".
           05 LINE 13 COLUMN 04 VALUE "04.02 - Produtos".
           05 LINE 14 COLUMN 04 VALUE "04.03 - Contas a Receber".
           05 LINE 15 COLUMN 04 VALUE "04.04 - Estoque".
           05 LINE 16 COLUMN 04 VALUE "04.05 - Devolucao".
           05 LINE 17 COLUMN 04 VALUE "04.06 - Visitas".
           05 LINE 18 COLUMN 04 VALUE "04.07 - Espelho Pedido".
           05 LINE 04 COLUMN 28 VALUE "02.00 - Relatorios".
           05 LINE 05 COLUMN 30 VALUE "02.01 - Clientes".
           05 LINE 06 COLUMN 30 VALUE "02.02 - Vendedores".
           05 LINE 07 COLUMN 30 VALUE "02.03 - Vendas".
           05 LINE 08 COLUMN 30 VALUE "02.04 - Auditoria".
           05 LINE 09 COLUMN 30 VALUE "02.05 - Clientes/Regiao".
           05 LINE 10 COLUMN 30 VALUE "02.06 - Susp. Duplicados".
           05 LINE 11 COLUMN 30 VALUE "02.07 - Aging Receber".
           05 LINE 12 COLUMN 30 VALUE "02.08 - Atingimento Meta".
           05 LINE 13 COLUMN 30 VALUE "02.09 - Roteiro Visitas".
           05 LINE 14 COLUMN 30 VALUE "02.10 - Giro Carteira".
           05 LINE 15 COLUMN 30 VALUE "02.11 - Curva ABC".
           05 LINE 16 COLUMN 30 VALUE "02.12 - Extrato Estoque".
           05 LINE 17 COLUMN 30 VALUE "02.13 - Fluxo de Caixa".
           05 LINE 18 COLUMN 30 VALUE "02.14 - Descontos do Mes".
           05 LINE 19 COLUMN 30 VALUE "02.15 - Clientes s/Compra".
           05 LINE 20 COLUMN 30 VALUE "02.16 - Mix de Produtos".
           05 LINE 21 COLUMN 30 VALUE "02.17 - Reembolso de Km".
           05 LINE 22 COLUMN 30 VALUE "02.18 - Aderencia Roteiro".
           05 LINE 04 COLUMN 54 VALUE "03.00 - Executar".
           05 LINE 05 COLUMN 56 VALUE "03.01 - Distribuicao".
           05 LINE 06 COLUMN 56 VALUE "03.02 - Integridade".
           05 LINE 07 COLUMN 56 VALUE "03.03 - Backup/Restaurar".
           05 LINE 08 COLUMN 56 VALUE "03.04 - Comissao Mensal".
           05 LINE 09 COLUMN 56 VALUE "03.05 - Faturamento ERP".
           05 LINE 10 COLUMN 56 VALUE "03.06 - Pedidos de Campo".
           05 LINE 11 COLUMN 56 VALUE "03.07 - Arquiva Pedidos".
           05 LINE 12 COLUMN 56 VALUE "03.08 - Fechamento Dia".
           05 LINE 13 COLUMN 56 VALUE "03.09 - Retorno Bancario".
           05 LINE 14 COLUMN 56 VALUE "03.10 - Reajuste Precos".
           05 LINE 15 COLUMN 56 VALUE "03.11 - Cadeia Noturna".
           05 LINE 16 COLUMN 56 VALUE "03.12 - Conciliacao".
           05 LINE 17 COLUMN 56 VALUE "03.13 - Extracao Vendas".
           05 LINE 23 COLUMN 05 VALUE "X - ENCERRAR".
           05 LINE 24 COLUMN 05 VALUE "OPCAO: ".
           05 LINE 24 COL PLUS 1 USING WS-OPCAO AUTO.
                WHEN E-METAS
                     MOVE "PMETAS.exe"         TO WS-PROGRAMA

                WHEN E-CONDPAG
                     MOVE "PCONDPAG.exe"       TO WS-PROGRAMA

                WHEN E-RELCLI
                     MOVE "PRELCLIENTE.exe"    TO WS-PROGRAMA

                WHEN E-RELABC
                     MOVE "PRELABC.exe"        TO WS-PROGRAMA

                WHEN E-RELESTOQ
                     MOVE "PRELESTOQUE.exe"    TO WS-PROGRAMA

                WHEN E-RELFLUXO
                     MOVE "PRELFLUXO.exe"      TO WS-PROGRAMA

                WHEN E-RELDESC
                     MOVE "PRELDESCONTO.exe"   TO WS-PROGRAMA

                WHEN E-RELINAT
                     MOVE "PRELINATIVOS.exe"   TO WS-PROGRAMA

                WHEN E-RELMIX
                     MOVE "PRELMIX.exe"        TO WS-PROGRAMA

                WHEN E-RELKM
                     MOVE "PRELKM.exe"         TO WS-PROGRAMA

                WHEN E-RELADER
                     MOVE "PRELADERENCIA.exe"  TO WS-PROGRAMA

                WHEN E-DISTRIBUI
                     MOVE "PDISTRIBUICAO.exe"  TO WS-PROGRAMA

                WHEN E-FECHADIA
                     MOVE "PFECHADIA.exe"      TO WS-PROGRAMA

                WHEN E-RETBANCO
                     MOVE "PRETBANCO.exe"      TO WS-PROGRAMA

                WHEN E-REAJUSTE
                     MOVE "PREAJUSTE.exe"      TO WS-PROGRAMA

                WHEN E-CADEIA
                     MOVE "PCADEIA.exe"        TO WS-PROGRAMA

                WHEN E-CONCILIA
                     MOVE "PCONCILIA.exe"      TO WS-PROGRAMA

                WHEN E-EXTVENDAS
                     MOVE "PEXTVENDAS.exe"     TO WS-PROGRAMA

                WHEN E-PEDIDOS
                     MOVE "PPEDIDOS.exe"       TO WS-PROGRAMA

                WHEN E-TITULOS
                     MOVE "PTITULOS.exe"       TO WS-PROGRAMA

                WHEN E-ESTOQUE
                     MOVE "PESTOQUE.exe"       TO WS-PROGRAMA

                WHEN E-DEVOLUC
                     MOVE "PDEVOLUCAO.exe"     TO WS-PROGRAMA

                WHEN E-VISITAS
                     MOVE "PVISITAS.exe"       TO WS-PROGRAMA

                WHEN E-ESPELHO
                     MOVE "PESPELHO.exe"       TO WS-PROGRAMA

           END-EVALUATE.

           IF (E-OPERADOR OR E-METAS OR E-DISTRIBUI OR E-VERIFICA
                   OR E-BACKUP OR E-COMISSAO OR E-EXPFATUR
                   OR E-IMPPED OR E-ARQUIVA OR E-FECHADIA
                   OR E-RETBANCO OR E-REAJUSTE OR E-CADEIA
                   OR E-CONCILIA OR E-EXTVENDAS)
                   AND NOT PERFIL-SUPERVISOR
               MOVE "OPCAO RESTRITA AO PERFIL SUPERVISOR" TO
                    WS-MSGERRO
