      *               PEDIDO A DIGITADO, PARA SER CORRIGIDO EM
      *               PPEDIDOS; SO DEPOIS DE NOVA APROVACAO ELE
      *               VOLTA A SER EXTRAIDO.
      *               NO FATURAMENTO ("A") OS TITULOS DO PEDIDO SAO
      *               GERADOS EM TITULOS.DAT PELA CONDICAO DE
      *               PAGAMENTO DO PEDIDO (FS4-COND-PAGTO,
      *               CONDPAG.DAT); PEDIDO SEM CONDICAO OU QUE JA TEM
      *               TITULOS SAI NO RELATORIO PARA TRATAMENTO EM
      *               PTITULOS.
      *               AMBOS OS MODOS EMITEM O RELATORIO DE CONTROLE
      *               PEXPFATUR.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               26/08/2026  INTERFACE DE FATURAMENTO COM O ERP
      *               15/10/2026  CONTROLE DE ESTOQUE: O RETORNO "A"
      *                           DE PEDIDO APROVADO DA SAIDA DOS
      *                           ITENS NO ESTOQUE (BAIXA A FISICA E
      *                           CONSOME A RESERVA) E O RETORNO "R"
      *                           LIBERA A RESERVA FEITA NA APROVACAO
      *               15/10/2026  GERACAO AUTOMATICA DOS TITULOS NO
      *                           RETORNO "A": UMA PARCELA POR PRAZO
      *                           DA CONDICAO DE PAGAMENTO DO PEDIDO,
      *                           VENCIMENTO CONTADO DA DATA DO
      *                           FATURAMENTO (MES COMERCIAL DE 30
      *                           DIAS) E VALOR DIVIDIDO COMO EM
      *                           PTITULOS, COM RESUMO NO RELATORIO
      *               15/10/2026  MODO PODE VIR EM VENDAS_PARAMETRO
      *                           (CADEIA NOTURNA, PCADEIA), SEM
      *                           PERGUNTAR AO OPERADOR
      *               15/10/2026  EXPORTACAO GRAVA NA AUDITORIA DO
      *                           PEDIDO A DATA DO ENVIO AO ERP
      *                           (OPERACAO "X") PARA A CONCILIACAO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE13 ASSIGN TO DISK "estoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT13
               RECORD KEY IS FS13-KEY.

           SELECT FILE14 ASSIGN TO DISK "movestoque.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT14
               RECORD KEY IS FS14-KEY
               ALTERNATE RECORD KEY FS14-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE7 ASSIGN TO DISK "titulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY
               ALTERNATE RECORD KEY FS7-COD-CLIENTE WITH DUPLICATES.

           SELECT FILE16 ASSIGN TO DISK "condpag.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT16
               RECORD KEY IS FS16-KEY.

           SELECT EXPFILE ASSIGN TO DISK "pedidos.exp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

       COPY arqpedidos.

       COPY arqitens.

       COPY arqestoque.

       COPY arqmovest.

       COPY arqtitulos.

       COPY arqcondpag.

       FD EXPFILE.
       01 EXP-REC                PIC X(100).

           88 FS2-NAO-EXISTE VALUE 35.
           88 FS2-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).
       77 FS-STAT6        PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
           88 FS6-FIM-ARQUIVO VALUE 10.
       77 FS-STAT7        PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
       77 FS-STAT16       PIC 9(02).
           88 FS16-OK        VALUE ZEROS.

       77 WS-MODO         PIC X(01) VALUE SPACES.
           88 MODO-EXPORTA    VALUES "E" "e".
       77 WS-QTD-REJEITADOS  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RET-ERRO    PIC 9(07) VALUE ZEROS.
       77 WS-VAL-EXTRAIDO    PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-QTD-MOV-ESTOQUE PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ERRO-ESTOQUE PIC 9(07) VALUE ZEROS.

       77 WS-ITENS-SW     PIC X      VALUE "S".
           88 ITENS-AUSENTE    VALUE "N".
       77 WS-ESTOQUE-SW   PIC X      VALUE "S".
           88 ESTOQUE-AUSENTE  VALUE "N".
       77 WS-TITULOS-SW   PIC X      VALUE "S".
           88 TITULOS-AUSENTE  VALUE "N".

      * GERACAO DOS TITULOS PELA CONDICAO DE PAGAMENTO
       77 WS-QTD-PED-TITULOS  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TITULOS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TIT-EXISTE   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-TITULOS  PIC 9(07) VALUE ZEROS.
       77 WS-VAL-TITULOS      PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-GER-MOTIVO       PIC X(060) VALUE SPACES.
       77 WS-GER-IX           PIC 9(002) VALUE ZEROS.
       77 WS-GER-DIAS         PIC 9(005) VALUE ZEROS.
       77 WS-GER-VALOR-PARC   PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-GER-VALOR-ULT    PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-GER-VENC.
           03 WS-GER-VENC-ANO  PIC 9(02) VALUE ZEROS.
           03 WS-GER-VENC-MES  PIC 9(02) VALUE ZEROS.
           03 WS-GER-VENC-DIA  PIC 9(02) VALUE ZEROS.

       COPY wrkestoque.

       77 WS-MSGERRO      PIC X(100).

           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           IF WS-MODO EQUAL SPACES
               DISPLAY "MODO (E=EXPORTACAO / R=RETORNO): "
               ACCEPT WS-MODO
           END-IF.

           OPEN OUTPUT RELFILE.
           MOVE WS-DATA-REL    TO WS-CAB1-DATA.
           WRITE EXP-REC.

           MOVE "S" TO FS4-ENV-ERP.
      * A AUDITORIA GUARDA A DATA DO ENVIO PARA A CONCILIACAO
      * (PCONCILIA) ACUSAR PEDIDO ENVIADO HA MUITOS DIAS SEM RETORNO
           MOVE WS-OPERADOR TO FS4-AUD-OPERADOR.
           MOVE WS-ANO      TO FS4-AUD-ANO.
           MOVE WS-MES      TO FS4-AUD-MES.
           MOVE WS-DIA      TO FS4-AUD-DIA.
           MOVE WS-HOR      TO FS4-AUD-HOR.
           MOVE WS-MIN      TO FS4-AUD-MIN.
           MOVE "X"         TO FS4-AUD-OPERACAO.
           REWRITE FILE4-REC
               INVALID KEY
                   MOVE SPACES TO WS-LINHA-DET
      * CADA PEDIDO: "A" FATURA, "R" MARCA PARA REVISAO
       5000-RETORNO SECTION.
       5000.
           PERFORM 5050-ABRE-ESTOQUE THRU 5050-ABRE-ESTOQUE-FIM.
           PERFORM 5060-ABRE-TITULOS THRU 5060-ABRE-TITULOS-FIM.

           OPEN INPUT RETFILE.
           IF FS2-NAO-EXISTE
               MOVE "N" TO WS-RETORNO-SW
           MOVE WS-LINHA-RESUMO  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "MOVIMENTOS DE ESTOQUE GRAVADOS.......: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-MOV-ESTOQUE TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "ITENS COM ERRO NO ESTOQUE............: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-ERRO-ESTOQUE TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO     TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS COM TITULOS GERADOS..........: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-PED-TITULOS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TITULOS (PARCELAS) GERADOS...........: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-TITULOS     TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS QUE JA TINHAM TITULOS........: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-TIT-EXISTE  TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "FATURADOS SEM TITULOS (VER PTITULOS).: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-SEM-TITULOS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE "VALOR TOTAL DOS TITULOS GERADOS......: "
                TO WS-VAL-TEXTO.
           MOVE WS-VAL-TITULOS   TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           IF NOT ITENS-AUSENTE
               CLOSE FILE6
           END-IF.
           IF NOT ESTOQUE-AUSENTE
               CLOSE FILE13
               CLOSE FILE14
           END-IF.
           IF NOT TITULOS-AUSENTE
               CLOSE FILE7
               CLOSE FILE16
           END-IF.

       5000-RETORNO-FIM.
           EXIT.

      * -----------------------------------
      * ABRE OS ITENS DE PEDIDO E O ESTOQUE PARA A MOVIMENTACAO DO
      * RETORNO (SALDO E MOVIMENTOS SAO CRIADOS SE AINDA NAO EXISTEM)
       5050-ABRE-ESTOQUE SECTION.
       5050.
           OPEN INPUT FILE6.
           IF NOT FS6-OK
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
           END-IF.

           OPEN I-O FILE13.
           IF FS13-NAO-EXISTE
               OPEN OUTPUT FILE13
               CLOSE FILE13
               OPEN I-O FILE13
           END-IF.
           OPEN I-O FILE14.
           IF FS14-NAO-EXISTE
               OPEN OUTPUT FILE14
               CLOSE FILE14
               OPEN I-O FILE14
           END-IF.
           IF NOT FS13-OK OR NOT FS14-OK
               DISPLAY "ERRO AO ABRIR ESTOQUE.DAT/MOVESTOQUE.DAT"
               MOVE "N" TO WS-ESTOQUE-SW
           END-IF.

       5050-ABRE-ESTOQUE-FIM.
           EXIT.

      * -----------------------------------
      * ABRE OS TITULOS (CRIADOS SE AINDA NAO EXISTEM) E AS
      * CONDICOES DE PAGAMENTO PARA A GERACAO DOS TITULOS
       5060-ABRE-TITULOS SECTION.
       5060.
           OPEN I-O FILE7.
           IF FS7-NAO-EXISTE
               OPEN OUTPUT FILE7
               CLOSE FILE7
               OPEN I-O FILE7
           END-IF.
           IF NOT FS7-OK
               DISPLAY "ERRO AO ABRIR TITULOS.DAT"
               MOVE "N" TO WS-TITULOS-SW
           ELSE
               OPEN INPUT FILE16
               IF NOT FS16-OK
                   DISPLAY "ARQUIVO CONDPAG.DAT NAO ENCONTRADO"
                   CLOSE FILE7
                   MOVE "N" TO WS-TITULOS-SW
               END-IF
           END-IF.

       5060-ABRE-TITULOS-FIM.
           EXIT.

      * -----------------------------------
      * TRATA UMA LINHA DO RETORNO (NUMERO;STATUS;MOTIVO)
       5100-TRATA-RETORNO SECTION.

           EVALUATE WS-RET-STATUS
               WHEN "A"
      * SO PEDIDO APROVADO TEM RESERVA: A SAIDA CONSOME A RESERVA E
      * BAIXA A QUANTIDADE FISICA
                   IF FS4-ST-APROVADO
                       MOVE "S" TO WS-MOV-TIPO
                       MOVE "FATURAMENTO (RETORNO ERP)" TO
                            WS-MOV-HISTORICO
                       PERFORM 5300-MOVIMENTA-ITENS
                          THRU 5300-MOVIMENTA-ITENS-FIM
                   END-IF
                   MOVE "F" TO FS4-STATUS-PED
                   MOVE "F" TO FS4-AUD-OPERACAO
                   REWRITE FILE4-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 5400-GERA-TITULOS
                              THRU 5400-GERA-TITULOS-FIM
                   END-REWRITE
                   ADD 1 TO WS-QTD-FATURADOS
               WHEN "R"
      * PPEDIDOS; SEM NOVA APROVACAO ELE NAO SAI DE NOVO NA
      * EXPORTACAO (QUE SO EXTRAI PEDIDOS APROVADOS)
                   IF FS4-ST-APROVADO
                       MOVE "L" TO WS-MOV-TIPO
                       MOVE "REJEICAO DO ERP" TO WS-MOV-HISTORICO
                       PERFORM 5300-MOVIMENTA-ITENS
                          THRU 5300-MOVIMENTA-ITENS-FIM
                       MOVE "D" TO FS4-STATUS-PED
                   END-IF
                   MOVE "R" TO FS4-ENV-ERP
       5200-APLICA-RETORNO-FIM.
           EXIT.

      * -----------------------------------
      * APLICA O MOVIMENTO DE ESTOQUE WS-MOV-TIPO A CADA ITEM DO
      * PEDIDO CORRENTE (FS4-NUMERO) EM ITENSPEDIDO.DAT
       5300-MOVIMENTA-ITENS SECTION.
       5300.
           IF ITENS-AUSENTE OR ESTOQUE-AUSENTE
               ADD 1 TO WS-QTD-ERRO-ESTOQUE
               MOVE SPACES TO WS-LINHA-DET
               MOVE FS4-NUMERO TO WS-DET-NUMERO
               MOVE "ESTOQUE NAO ATUALIZADO - ARQUIVOS AUSENTES"
                    TO WS-DET-TEXTO
               MOVE WS-LINHA-DET TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE FS4-NUMERO  TO WS-MOV-PEDIDO
               MOVE WS-OPERADOR TO WS-MOV-OPERADOR
               MOVE FS4-NUMERO  TO FS6-NUMERO
               MOVE ZEROS       TO FS6-SEQUENCIA
               MOVE ZEROS       TO FS-STAT6
               START FILE6 KEY IS NOT LESS THAN FS6-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT6
               END-START
               PERFORM 5350-MOVIMENTA-UM-ITEM
                  THRU 5350-MOVIMENTA-UM-ITEM-FIM
                  UNTIL FS6-FIM-ARQUIVO
           END-IF.

       5300-MOVIMENTA-ITENS-FIM.
           EXIT.

      * -----------------------------------
       5350-MOVIMENTA-UM-ITEM SECTION.
       5350.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT6
           END-READ.

           IF FS6-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT6
               ELSE
                   MOVE FS6-COD-PRODUTO TO WS-MOV-PRODUTO
                   MOVE FS6-QUANTIDADE  TO WS-MOV-QUANTIDADE
                   PERFORM 9650-MOVIMENTA-ESTOQUE
                      THRU 9650-MOVIMENTA-ESTOQUE-FIM
                   IF MOV-GRAVADO
                       ADD 1 TO WS-QTD-MOV-ESTOQUE
                   ELSE
                       ADD 1 TO WS-QTD-ERRO-ESTOQUE
                       MOVE SPACES TO WS-LINHA-DET
                       MOVE FS4-NUMERO TO WS-DET-NUMERO
                       MOVE "ERRO AO MOVIMENTAR ESTOQUE DO ITEM"
                            TO WS-DET-TEXTO
                       MOVE WS-LINHA-DET TO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
               END-IF
           END-IF.

       5350-MOVIMENTA-UM-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * GERA OS TITULOS DO PEDIDO FATURADO PELA CONDICAO DE
      * PAGAMENTO DELE. PEDIDO SEM CONDICAO, COM CONDICAO INVALIDA
      * OU QUE JA TEM TITULOS (GERADOS A MAO EM PTITULOS) NAO GERA
      * NADA E SAI NO RELATORIO
       5400-GERA-TITULOS SECTION.
       5400.
           MOVE SPACES TO WS-GER-MOTIVO.
           EVALUATE TRUE
               WHEN FS4-COND-PAGTO NOT NUMERIC
                       OR FS4-COND-PAGTO EQUAL ZEROS
                   MOVE "SEM CONDICAO DE PAGAMENTO - GERAR EM PTITULOS"
                        TO WS-GER-MOTIVO
               WHEN TITULOS-AUSENTE
                   MOVE "TITULOS.DAT/CONDPAG.DAT INDISPONIVEIS"
                        TO WS-GER-MOTIVO
               WHEN OTHER
                   MOVE FS4-COND-PAGTO TO FS16-CODIGO
                   READ FILE16
                       INVALID KEY
                           MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                                TO WS-GER-MOTIVO
                   END-READ
                   IF WS-GER-MOTIVO EQUAL SPACES
                       IF FS16-QTD-PARCELAS NOT NUMERIC
                               OR FS16-QTD-PARCELAS < 1
                               OR FS16-QTD-PARCELAS > 12
                           MOVE "CONDICAO DE PAGAMENTO SEM PARCELAS"
                                TO WS-GER-MOTIVO
                       END-IF
                   END-IF
                   IF WS-GER-MOTIVO EQUAL SPACES
                       MOVE FS4-NUMERO TO FS7-NUMERO-PEDIDO
                       MOVE 1          TO FS7-PARCELA
                       READ FILE7
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "PEDIDO JA TEM TITULOS"
                                    TO WS-GER-MOTIVO
                       END-READ
                   END-IF
           END-EVALUATE.

           IF WS-GER-MOTIVO EQUAL SPACES
               PERFORM 5450-GRAVA-TITULOS
                  THRU 5450-GRAVA-TITULOS-FIM
           ELSE
               IF WS-GER-MOTIVO(1:14) EQUAL "PEDIDO JA TEM "
                   ADD 1 TO WS-QTD-TIT-EXISTE
               ELSE
                   ADD 1 TO WS-QTD-SEM-TITULOS
               END-IF
               MOVE SPACES TO WS-LINHA-DET
               MOVE FS4-NUMERO    TO WS-DET-NUMERO
               MOVE WS-GER-MOTIVO TO WS-DET-TEXTO
               MOVE WS-LINHA-DET  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       5400-GERA-TITULOS-FIM.
           EXIT.

      * -----------------------------------
      * DIVIDE O VALOR DO PEDIDO PELAS PARCELAS DA CONDICAO (A
      * ULTIMA ABSORVE A DIFERENCA DE CENTAVOS, COMO EM PTITULOS)
       5450-GRAVA-TITULOS SECTION.
       5450.
           COMPUTE WS-GER-VALOR-PARC =
                   FS4-VALOR / FS16-QTD-PARCELAS.
           COMPUTE WS-GER-VALOR-ULT =
                   FS4-VALOR -
                   (WS-GER-VALOR-PARC * (FS16-QTD-PARCELAS - 1)).

           PERFORM 5460-GRAVA-PARCELA THRU 5460-GRAVA-PARCELA-FIM
                   VARYING WS-GER-IX FROM 1 BY 1
                   UNTIL WS-GER-IX > FS16-QTD-PARCELAS.

           ADD 1         TO WS-QTD-PED-TITULOS.
           ADD FS4-VALOR TO WS-VAL-TITULOS.

       5450-GRAVA-TITULOS-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA UMA PARCELA COM VENCIMENTO = DATA DO FATURAMENTO +
      * PRAZO DA PARCELA (MES COMERCIAL DE 30 DIAS)
       5460-GRAVA-PARCELA SECTION.
       5460.
           MOVE WS-ANO TO WS-GER-VENC-ANO.
           MOVE WS-MES TO WS-GER-VENC-MES.
           COMPUTE WS-GER-DIAS = WS-DIA + FS16-PRAZO (WS-GER-IX).
           PERFORM UNTIL WS-GER-DIAS NOT GREATER 30
               SUBTRACT 30 FROM WS-GER-DIAS
               ADD 1 TO WS-GER-VENC-MES
               IF WS-GER-VENC-MES GREATER 12
                   SUBTRACT 12 FROM WS-GER-VENC-MES
                   ADD 1 TO WS-GER-VENC-ANO
               END-IF
           END-PERFORM.
           MOVE WS-GER-DIAS TO WS-GER-VENC-DIA.

           INITIALIZE FILE7-REC.
           MOVE FS4-NUMERO        TO FS7-NUMERO-PEDIDO.
           MOVE WS-GER-IX         TO FS7-PARCELA.
           MOVE FS4-COD-CLIENTE   TO FS7-COD-CLIENTE.
           MOVE WS-GER-VENC-ANO   TO FS7-VENC-ANO.
           MOVE WS-GER-VENC-MES   TO FS7-VENC-MES.
           MOVE WS-GER-VENC-DIA   TO FS7-VENC-DIA.
           IF WS-GER-IX EQUAL FS16-QTD-PARCELAS
               MOVE WS-GER-VALOR-ULT  TO FS7-VALOR
           ELSE
               MOVE WS-GER-VALOR-PARC TO FS7-VALOR
           END-IF.
           MOVE "A"               TO FS7-SITUACAO.

           WRITE FILE7-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR PARCELA DO TITULO"
                        TO WS-GER-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-TITULOS
           END-WRITE.
           IF WS-GER-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-DET
               MOVE FS4-NUMERO    TO WS-DET-NUMERO
               MOVE WS-GER-MOTIVO TO WS-DET-TEXTO
               MOVE WS-LINHA-DET  TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO WS-GER-MOTIVO
           END-IF.

       5460-GRAVA-PARCELA-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF MODO-RETORNO
               DISPLAY WS-QTD-FATURADOS " FATURADO(S) "
                       WS-QTD-REJEITADOS " REJEITADO(S)"
               DISPLAY WS-QTD-TITULOS " TITULO(S) GERADO(S) "
                       WS-QTD-SEM-TITULOS " FATURADO(S) SEM TITULO"
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       COPY movestoque.
