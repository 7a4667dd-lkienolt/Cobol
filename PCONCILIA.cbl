       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONCILIA.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     CONCILIACAO FINANCEIRA DE PEDIDOS, ITENS,
      *               TITULOS E RETORNO DO ERP
      *
      * OBJETIVO:     BATCH QUE CONFERE O LADO FINANCEIRO DOS PEDIDOS
      *               E EMITE O RELATORIO PCONCILIA.LST, COMO O
      *               PVERIFICA FAZ COM OS CADASTROS:
      *               - PEDIDO COM FS4-VALOR DIFERENTE DA SOMA DOS
      *                 SEUS ITENS EM ITENSPEDIDO.DAT
      *               - ITENS CUJO PEDIDO NAO EXISTE EM PEDIDOS.DAT
      *               - PEDIDO FATURADO SEM TITULO EM TITULOS.DAT
      *               - TITULOS CUJAS PARCELAS NAO FECHAM COM O VALOR
      *                 DO PEDIDO (PROCURADO TAMBEM NO PEDIDOSHIST SE
      *                 JA ARQUIVADO), DESCONTADO O VALOR ABATIDO
      *                 PELAS DEVOLUCOES (PARCELAS "C" ZERADAS ENTRAM
      *                 COM VALOR ZERO), E TITULO SEM PEDIDO
      *               - PEDIDO ENVIADO AO ERP E AINDA APROVADO (SEM
      *                 RETORNO) HA MAIS DE N DIAS, CONTADOS DA DATA
      *                 DO ENVIO GRAVADA PELO PEXPFATUR NA AUDITORIA
      *                 (OPERACAO "X") OU, EM PEDIDO ENVIADO ANTES
      *                 DISSO, DA DATA DO PEDIDO. N VEM EM
      *                 VENDAS_PARAMETRO (CADEIA NOTURNA) OU E
      *                 PERGUNTADO; ZERO = 5 DIAS. MES COMERCIAL DE
      *                 30 DIAS, COMO NOS DEMAIS RELATORIOS
      *               TERMINA COM RETURN-CODE 8 QUANDO HOUVER
      *               QUALQUER DIVERGENCIA, PARA O SCHEDULER ACUSAR.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CONCILIACAO FINANCEIRA
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE7 ASSIGN TO DISK "titulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS7-KEY
               ALTERNATE RECORD KEY FS7-COD-CLIENTE WITH DUPLICATES.

           SELECT FILE11 ASSIGN TO DISK "pedidoshist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FSH-KEY
               ALTERNATE RECORD KEY FSH-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE15 ASSIGN TO DISK "devolucoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS15-KEY
               ALTERNATE RECORD KEY FS15-NUMERO-PEDIDO WITH DUPLICATES
               ALTERNATE RECORD KEY FS15-COD-VENDEDOR WITH DUPLICATES.

           SELECT RELFILE ASSIGN TO DISK "PCONCILIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT6.

       DATA DIVISION.
       FILE SECTION.

       COPY arqpedidos.

       COPY arqitens.

       COPY arqtitulos.

       COPY arqpedhist.

       COPY arqdevolucao.

       FD RELFILE
           LABEL RECORD IS STANDARD.
       01 REL-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.

       01 WS-DATA-REL.
           03 WS-DATA-REL-DIA  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-MES  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-ANO  PIC 9(02).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(35) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "CONCILIACAO FINANCEIRA - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB1-DATA       PIC X(08).

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(35) VALUE SPACES.
           03 FILLER             PIC X(37) VALUE
              "PEDIDO ENVIADO AO ERP SEM RETORNO HA ".
           03 WS-CAB2-DIAS       PIC ZZ9.
           03 FILLER             PIC X(11) VALUE " DIAS OU +".

       01  WS-LINHA-SECAO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-SECAO-TITULO    PIC X(70).

       01  WS-LINHA-COLUNAS.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(16) VALUE "PEDIDO".
           03 FILLER             PIC X(11) VALUE "DATA     ST".
           03 WS-COL-VALOR-1     PIC X(15).
           03 WS-COL-VALOR-2     PIC X(16).
           03 FILLER             PIC X(16) VALUE "       DIFERENCA".
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "OBSERVACAO".

       01  WS-LINHA-DIVERG.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PEDIDO ".
           03 WS-DIV-PEDIDO      PIC 9(07).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIV-DATA.
               05 WS-DIV-DIA     PIC 9(02).
               05 FILLER         PIC X(01) VALUE "/".
               05 WS-DIV-MES     PIC 9(02).
               05 FILLER         PIC X(01) VALUE "/".
               05 WS-DIV-ANO     PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DIV-STATUS      PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIV-VALOR-1     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIV-VALOR-2     PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIV-DIFERENCA   PIC ---.---.--9,99 BLANK WHEN ZERO.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DIV-TEXTO       PIC X(45).

       01  WS-LINHA-RESUMO.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-RESUMO-TEXTO    PIC X(50).
           03 WS-RESUMO-TOTAL    PIC ZZZ.ZZ9.

       01  WS-TEXTO-ITENS.
           03 WS-TXI-QTD         PIC ZZ9.
           03 FILLER             PIC X(23) VALUE
              " ITEM(NS) SEM O PEDIDO".

       01  WS-TEXTO-TITULOS.
           03 WS-TXT-QTD         PIC Z9.
           03 FILLER             PIC X(14) VALUE " PARCELA(S) - ".
           03 WS-TXT-ORIGEM      PIC X(29).

       01  WS-TEXTO-ERP.
           03 FILLER             PIC X(11) VALUE "ENVIADO EM ".
           03 WS-TXE-DATA        PIC X(08).
           03 FILLER             PIC X(04) VALUE " HA ".
           03 WS-TXE-DIAS        PIC ZZZZ9.
           03 FILLER             PIC X(17) VALUE " DIAS SEM RETORNO".

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
           88 FS2-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
           88 FS3-FIM-ARQUIVO VALUE 10.
       77 FS-STAT4        PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
       77 FS-STAT5        PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
           88 FS5-FIM-ARQUIVO VALUE 10.
       77 FS-STAT6        PIC 9(02).

       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-ITENS-SW       PIC X      VALUE "S".
           88 ITENS-AUSENTE       VALUE "N".
       77 WS-TITULOS-SW     PIC X      VALUE "S".
           88 TITULOS-AUSENTE     VALUE "N".
       77 WS-HISTORICO-SW   PIC X      VALUE "S".
           88 HISTORICO-AUSENTE   VALUE "N".
       77 WS-DEVOLUCOES-SW  PIC X      VALUE "S".
           88 DEVOLUCOES-AUSENTE  VALUE "N".
       77 WS-ACHOU-SW       PIC X      VALUE "N".
           88 PEDIDO-ACHADO       VALUE "S".

       77 WS-PARAMETRO       PIC X(010) VALUE SPACES.
       77 WS-DIAS-ERP        PIC 9(003) VALUE ZEROS.
       77 WS-DIAS-HOJE       PIC 9(006) VALUE ZEROS.
       77 WS-DIAS-ENVIO      PIC 9(006) VALUE ZEROS.
       77 WS-DIAS-ATRASO     PIC 9(006) VALUE ZEROS.

       77 WS-GRP-NUMERO      PIC 9(007) VALUE ZEROS.
       77 WS-GRP-QTD         PIC 9(005) VALUE ZEROS.
       77 WS-GRP-VALOR       PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-VALOR       PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-ABATIDO     PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-ESPERADO    PIC S9(011)V9(002) VALUE ZEROS.
       77 WS-DIFERENCA       PIC S9(011)V9(002) VALUE ZEROS.

       77 WS-QTD-PEDIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TITULOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIF-ITENS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITEM-ORFAO     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-TITULO     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIF-TITULOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TITULO-ORFAO   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-RETORNO    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS   PIC 9(07) VALUE ZEROS.

       77 WS-MSGERRO      PIC X(100).

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-VALOR-ITENS
              THRU 2000-VALOR-ITENS-FIM.
           PERFORM 3000-ITENS-SEM-PEDIDO
              THRU 3000-ITENS-SEM-PEDIDO-FIM.
           PERFORM 4000-FATURADOS-SEM-TITULO
              THRU 4000-FATURADOS-SEM-TITULO-FIM.
           PERFORM 5000-TITULOS-PEDIDO
              THRU 5000-TITULOS-PEDIDO-FIM.
           PERFORM 6000-ENVIADOS-SEM-RETORNO
              THRU 6000-ENVIADOS-SEM-RETORNO-FIM.
           PERFORM 7000-RESUMO THRU 7000-RESUMO-FIM.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
       1000-INICIO SECTION.
       1000.
           PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT-VALUE.
           IF WS-PARAMETRO EQUAL SPACES
               DISPLAY "DIAS SEM RETORNO DO ERP PARA ACUSAR O PEDIDO "
                       "(0 = 5): "
               ACCEPT WS-DIAS-ERP
           ELSE
               ACCEPT WS-DIAS-ERP FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-DIAS-ERP EQUAL ZEROS
               MOVE 5 TO WS-DIAS-ERP
           END-IF.

           ACCEPT WS-DATA FROM DATE.
           MOVE WS-DIA TO WS-DATA-REL-DIA.
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.
           COMPUTE WS-DIAS-HOJE = WS-ANO * 360 + WS-MES * 30 + WS-DIA.

           MOVE WS-DATA-REL    TO WS-CAB1-DATA.
           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-DIAS-ERP    TO WS-CAB2-DIAS.
           MOVE WS-LINHA-CAB2  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PASSO 1: PERCORRE OS PEDIDOS SOMANDO OS ITENS DE CADA UM E
      * COMPARANDO COM FS4-VALOR
       2000-VALOR-ITENS SECTION.
       2000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PEDIDOS COM VALOR DIFERENTE DA SOMA DOS ITENS:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           IF PEDIDOS-AUSENTE OR ITENS-AUSENTE
               PERFORM 9100-ARQUIVO-AUSENTE
                  THRU 9100-ARQUIVO-AUSENTE-FIM
           ELSE
               MOVE "   VALOR PEDIDO"  TO WS-COL-VALOR-1
               MOVE "  SOMA DOS ITENS"  TO WS-COL-VALOR-2
               MOVE WS-LINHA-COLUNAS    TO REL-LINHA
               WRITE REL-LINHA

               PERFORM 9200-INICIA-PEDIDOS
                  THRU 9200-INICIA-PEDIDOS-FIM
               PERFORM 2100-CONFERE-PEDIDO
                  THRU 2100-CONFERE-PEDIDO-FIM
                  UNTIL FS-FIM-ARQUIVO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       2000-VALOR-ITENS-FIM.
           EXIT.

      * -----------------------------------
       2100-CONFERE-PEDIDO SECTION.
       2100.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE ZEROS TO WS-GRP-QTD WS-GRP-VALOR

               MOVE FS4-NUMERO TO FS6-NUMERO
               MOVE ZEROS      TO FS6-SEQUENCIA
               MOVE ZEROS      TO FS-STAT2
               START FILE6 KEY IS NOT LESS THAN FS6-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT2
               END-START

               PERFORM 2150-SOMA-ITEM THRU 2150-SOMA-ITEM-FIM
                  UNTIL FS2-FIM-ARQUIVO

               IF WS-GRP-VALOR NOT EQUAL FS4-VALOR
                   ADD 1 TO WS-QTD-DIF-ITENS
                   PERFORM 9300-MONTA-LINHA-PEDIDO
                      THRU 9300-MONTA-LINHA-PEDIDO-FIM
                   MOVE FS4-VALOR    TO WS-DIV-VALOR-1
                   MOVE WS-GRP-VALOR TO WS-DIV-VALOR-2
                   COMPUTE WS-DIFERENCA = FS4-VALOR - WS-GRP-VALOR
                   MOVE WS-DIFERENCA TO WS-DIV-DIFERENCA
                   IF WS-GRP-QTD EQUAL ZEROS
                       MOVE "PEDIDO SEM ITENS EM ITENSPEDIDO.DAT"
                            TO WS-DIV-TEXTO
                   END-IF
                   MOVE WS-LINHA-DIVERG TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.

       2100-CONFERE-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       2150-SOMA-ITEM SECTION.
       2150.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT2
           END-READ.

           IF FS2-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT2
               ELSE
                   ADD 1              TO WS-GRP-QTD
                   ADD FS6-VALOR-ITEM TO WS-GRP-VALOR
               END-IF
           END-IF.

       2150-SOMA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * PASSO 2: PERCORRE OS ITENS AGRUPANDO POR PEDIDO E CONFERE SE
      * O PEDIDO DE CADA GRUPO EXISTE
       3000-ITENS-SEM-PEDIDO SECTION.
       3000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "ITENS DE PEDIDO INEXISTENTE EM PEDIDOS.DAT:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           IF PEDIDOS-AUSENTE OR ITENS-AUSENTE
               PERFORM 9100-ARQUIVO-AUSENTE
                  THRU 9100-ARQUIVO-AUSENTE-FIM
           ELSE
               MOVE SPACES             TO WS-COL-VALOR-1
               MOVE "  SOMA DOS ITENS" TO WS-COL-VALOR-2
               MOVE WS-LINHA-COLUNAS   TO REL-LINHA
               WRITE REL-LINHA

               MOVE ZEROS TO FS-STAT2
               MOVE ZEROS TO FS6-NUMERO FS6-SEQUENCIA
               START FILE6 KEY IS NOT LESS THAN FS6-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT2
               END-START
               PERFORM 3050-LE-ITEM THRU 3050-LE-ITEM-FIM

               PERFORM 3100-GRUPO-ITENS THRU 3100-GRUPO-ITENS-FIM
                  UNTIL FS2-FIM-ARQUIVO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       3000-ITENS-SEM-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       3050-LE-ITEM SECTION.
       3050.
           IF NOT FS2-FIM-ARQUIVO
               READ FILE6 NEXT RECORD
                   AT END
                       MOVE 10 TO FS-STAT2
               END-READ
           END-IF.

       3050-LE-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * ACUMULA OS ITENS DO MESMO PEDIDO E PROCURA O PEDIDO NA QUEBRA
       3100-GRUPO-ITENS SECTION.
       3100.
           MOVE FS6-NUMERO TO WS-GRP-NUMERO.
           MOVE ZEROS      TO WS-GRP-QTD WS-GRP-VALOR.

           PERFORM 3150-ACUMULA-ITEM THRU 3150-ACUMULA-ITEM-FIM
              UNTIL FS2-FIM-ARQUIVO
                 OR FS6-NUMERO NOT EQUAL WS-GRP-NUMERO.

           MOVE WS-GRP-NUMERO TO FS4-NUMERO.
           READ FILE4 KEY IS FS4-KEY
               INVALID KEY
                   MOVE 23 TO FS-STAT
           END-READ.

           IF NOT FS-OK
               ADD 1 TO WS-QTD-ITEM-ORFAO
               MOVE WS-GRP-NUMERO TO WS-DIV-PEDIDO
               MOVE ZEROS         TO WS-DIV-DIA WS-DIV-MES WS-DIV-ANO
               MOVE SPACES        TO WS-DIV-STATUS
               MOVE ZEROS         TO WS-DIV-VALOR-1 WS-DIV-DIFERENCA
               MOVE WS-GRP-VALOR  TO WS-DIV-VALOR-2
               MOVE WS-GRP-QTD    TO WS-TXI-QTD
               MOVE WS-TEXTO-ITENS TO WS-DIV-TEXTO
               MOVE WS-LINHA-DIVERG TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ZEROS TO FS-STAT.

       3100-GRUPO-ITENS-FIM.
           EXIT.

      * -----------------------------------
       3150-ACUMULA-ITEM SECTION.
       3150.
           ADD 1              TO WS-QTD-ITENS.
           ADD 1              TO WS-GRP-QTD.
           ADD FS6-VALOR-ITEM TO WS-GRP-VALOR.
           PERFORM 3050-LE-ITEM THRU 3050-LE-ITEM-FIM.

       3150-ACUMULA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * PASSO 3: PEDIDOS FATURADOS SEM NENHUMA PARCELA EM TITULOS.DAT
       4000-FATURADOS-SEM-TITULO SECTION.
       4000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PEDIDOS FATURADOS SEM TITULOS EM TITULOS.DAT:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           IF PEDIDOS-AUSENTE OR TITULOS-AUSENTE
               PERFORM 9100-ARQUIVO-AUSENTE
                  THRU 9100-ARQUIVO-AUSENTE-FIM
           ELSE
               MOVE "   VALOR PEDIDO" TO WS-COL-VALOR-1
               MOVE SPACES             TO WS-COL-VALOR-2
               MOVE WS-LINHA-COLUNAS   TO REL-LINHA
               WRITE REL-LINHA

               PERFORM 9200-INICIA-PEDIDOS
                  THRU 9200-INICIA-PEDIDOS-FIM
               PERFORM 4100-CONFERE-FATURADO
                  THRU 4100-CONFERE-FATURADO-FIM
                  UNTIL FS-FIM-ARQUIVO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       4000-FATURADOS-SEM-TITULO-FIM.
           EXIT.

      * -----------------------------------
       4100-CONFERE-FATURADO SECTION.
       4100.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK AND FS4-ST-FATURADO
               MOVE FS4-NUMERO TO FS7-NUMERO-PEDIDO
               MOVE ZEROS      TO FS7-PARCELA
               MOVE ZEROS      TO FS-STAT3
               START FILE7 KEY IS NOT LESS THAN FS7-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT3
               END-START
               IF FS3-OK
                   READ FILE7 NEXT RECORD
                       AT END
                           MOVE 10 TO FS-STAT3
                   END-READ
               END-IF

               IF NOT FS3-OK
                       OR FS7-NUMERO-PEDIDO NOT EQUAL FS4-NUMERO
                   ADD 1 TO WS-QTD-SEM-TITULO
                   PERFORM 9300-MONTA-LINHA-PEDIDO
                      THRU 9300-MONTA-LINHA-PEDIDO-FIM
                   MOVE FS4-VALOR TO WS-DIV-VALOR-1
                   IF FS4-COND-PAGTO EQUAL ZEROS
                       MOVE "SEM CONDICAO DE PAGAMENTO (PTITULOS)"
                            TO WS-DIV-TEXTO
                   ELSE
                       MOVE "CONDICAO DE PAGAMENTO SEM PARCELAS GERADAS"
                            TO WS-DIV-TEXTO
                   END-IF
                   MOVE WS-LINHA-DIVERG TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               MOVE ZEROS TO FS-STAT3
           END-IF.

       4100-CONFERE-FATURADO-FIM.
           EXIT.

      * -----------------------------------
      * PASSO 4: PERCORRE OS TITULOS AGRUPANDO AS PARCELAS POR PEDIDO
      * E COMPARA A SOMA COM O VALOR DO PEDIDO MENOS O QUE AS
      * DEVOLUCOES ABATERAM DAS PARCELAS
       5000-TITULOS-PEDIDO SECTION.
       5000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "TITULOS QUE NAO FECHAM COM O VALOR DO PEDIDO:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           IF PEDIDOS-AUSENTE OR TITULOS-AUSENTE
               PERFORM 9100-ARQUIVO-AUSENTE
                  THRU 9100-ARQUIVO-AUSENTE-FIM
           ELSE
               MOVE " PEDIDO - DEVOL" TO WS-COL-VALOR-1
               MOVE "   SOMA PARCELAS" TO WS-COL-VALOR-2
               MOVE WS-LINHA-COLUNAS   TO REL-LINHA
               WRITE REL-LINHA

               MOVE ZEROS TO FS-STAT3
               MOVE ZEROS TO FS7-NUMERO-PEDIDO FS7-PARCELA
               START FILE7 KEY IS NOT LESS THAN FS7-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT3
               END-START
               PERFORM 5050-LE-TITULO THRU 5050-LE-TITULO-FIM

               PERFORM 5100-GRUPO-TITULOS THRU 5100-GRUPO-TITULOS-FIM
                  UNTIL FS3-FIM-ARQUIVO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       5000-TITULOS-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       5050-LE-TITULO SECTION.
       5050.
           IF NOT FS3-FIM-ARQUIVO
               READ FILE7 NEXT RECORD
                   AT END
                       MOVE 10 TO FS-STAT3
               END-READ
           END-IF.

       5050-LE-TITULO-FIM.
           EXIT.

      * -----------------------------------
      * SOMA AS PARCELAS DO MESMO PEDIDO; NA QUEBRA PROCURA O PEDIDO
      * NO ARQUIVO VIVO E, SE JA ARQUIVADO, NO PEDIDOSHIST
       5100-GRUPO-TITULOS SECTION.
       5100.
           MOVE FS7-NUMERO-PEDIDO TO WS-GRP-NUMERO.
           MOVE ZEROS             TO WS-GRP-QTD WS-GRP-VALOR.

           PERFORM 5150-ACUMULA-TITULO THRU 5150-ACUMULA-TITULO-FIM
              UNTIL FS3-FIM-ARQUIVO
                 OR FS7-NUMERO-PEDIDO NOT EQUAL WS-GRP-NUMERO.

           MOVE "N" TO WS-ACHOU-SW.
           MOVE WS-GRP-NUMERO TO FS4-NUMERO.
           READ FILE4 KEY IS FS4-KEY
               INVALID KEY
                   MOVE 23 TO FS-STAT
           END-READ.
           IF FS-OK
               MOVE "S"       TO WS-ACHOU-SW
               MOVE FS4-VALOR TO WS-PED-VALOR
               PERFORM 9300-MONTA-LINHA-PEDIDO
                  THRU 9300-MONTA-LINHA-PEDIDO-FIM
               MOVE "PEDIDOS.DAT"     TO WS-TXT-ORIGEM
           ELSE
               IF NOT HISTORICO-AUSENTE
                   MOVE WS-GRP-NUMERO TO FSH-NUMERO
                   READ FILE11 KEY IS FSH-KEY
                       INVALID KEY
                           MOVE 23 TO FS-STAT4
                   END-READ
                   IF FS4-OK
                       MOVE "S"       TO WS-ACHOU-SW
                       MOVE FSH-VALOR TO WS-PED-VALOR
                       MOVE FSH-NUMERO     TO WS-DIV-PEDIDO
                       MOVE FSH-DIA        TO WS-DIV-DIA
                       MOVE FSH-MES        TO WS-DIV-MES
                       MOVE FSH-ANO        TO WS-DIV-ANO
                       MOVE FSH-STATUS-PED TO WS-DIV-STATUS
                       MOVE SPACES         TO WS-DIV-TEXTO
                       MOVE "PEDIDOSHIST.DAT" TO WS-TXT-ORIGEM
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO FS-STAT FS-STAT4.

           IF PEDIDO-ACHADO
               PERFORM 5200-CONFERE-PARCELAS
                  THRU 5200-CONFERE-PARCELAS-FIM
           ELSE
               ADD 1 TO WS-QTD-TITULO-ORFAO
               MOVE WS-GRP-NUMERO TO WS-DIV-PEDIDO
               MOVE ZEROS         TO WS-DIV-DIA WS-DIV-MES WS-DIV-ANO
               MOVE SPACES        TO WS-DIV-STATUS
               MOVE ZEROS         TO WS-DIV-VALOR-1 WS-DIV-DIFERENCA
               MOVE WS-GRP-VALOR  TO WS-DIV-VALOR-2
               MOVE WS-GRP-QTD    TO WS-TXT-QTD
               MOVE "PEDIDO NAO ENCONTRADO"  TO WS-TXT-ORIGEM
               MOVE WS-TEXTO-TITULOS TO WS-DIV-TEXTO
               MOVE WS-LINHA-DIVERG  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       5100-GRUPO-TITULOS-FIM.
           EXIT.

      * -----------------------------------
      * PARCELA "C" (ZERADA POR DEVOLUCAO) JA VEM COM VALOR ZERO
       5150-ACUMULA-TITULO SECTION.
       5150.
           ADD 1         TO WS-QTD-TITULOS.
           ADD 1         TO WS-GRP-QTD.
           ADD FS7-VALOR TO WS-GRP-VALOR.
           PERFORM 5050-LE-TITULO THRU 5050-LE-TITULO-FIM.

       5150-ACUMULA-TITULO-FIM.
           EXIT.

      * -----------------------------------
      * VALOR ESPERADO DAS PARCELAS = VALOR DO PEDIDO - ABATIDO PELAS
      * DEVOLUCOES (O QUE A DEVOLUCAO NAO ACHOU EM ABERTO FICOU COMO
      * CREDITO DO CLIENTE E NAO MEXEU NOS TITULOS)
       5200-CONFERE-PARCELAS SECTION.
       5200.
           MOVE ZEROS TO WS-PED-ABATIDO.

           IF NOT DEVOLUCOES-AUSENTE
               MOVE WS-GRP-NUMERO TO FS15-NUMERO-PEDIDO
               MOVE ZEROS         TO FS-STAT5
               START FILE15 KEY IS NOT LESS THAN FS15-NUMERO-PEDIDO
                   INVALID KEY
                       MOVE 10 TO FS-STAT5
               END-START

               PERFORM 5250-SOMA-ABATIDO THRU 5250-SOMA-ABATIDO-FIM
                  UNTIL FS5-FIM-ARQUIVO
               MOVE ZEROS TO FS-STAT5
           END-IF.

           COMPUTE WS-PED-ESPERADO = WS-PED-VALOR - WS-PED-ABATIDO.

           IF WS-GRP-VALOR NOT EQUAL WS-PED-ESPERADO
               ADD 1 TO WS-QTD-DIF-TITULOS
               MOVE WS-PED-ESPERADO TO WS-DIV-VALOR-1
               MOVE WS-GRP-VALOR    TO WS-DIV-VALOR-2
               COMPUTE WS-DIFERENCA = WS-PED-ESPERADO - WS-GRP-VALOR
               MOVE WS-DIFERENCA    TO WS-DIV-DIFERENCA
               MOVE WS-GRP-QTD      TO WS-TXT-QTD
               MOVE WS-TEXTO-TITULOS TO WS-DIV-TEXTO
               MOVE WS-LINHA-DIVERG  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       5200-CONFERE-PARCELAS-FIM.
           EXIT.

      * -----------------------------------
       5250-SOMA-ABATIDO SECTION.
       5250.
           READ FILE15 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT5
           END-READ.

           IF FS5-OK
               IF FS15-NUMERO-PEDIDO NOT EQUAL WS-GRP-NUMERO
                   MOVE 10 TO FS-STAT5
               ELSE
                   ADD FS15-VALOR-ABATIDO TO WS-PED-ABATIDO
               END-IF
           END-IF.

       5250-SOMA-ABATIDO-FIM.
           EXIT.

      * -----------------------------------
      * PASSO 5: PEDIDOS ENVIADOS AO ERP QUE CONTINUAM APROVADOS (O
      * RETORNO "A" FATURA E O "R" MARCA REJEITADO) HA MAIS DE
      * WS-DIAS-ERP DIAS
       6000-ENVIADOS-SEM-RETORNO SECTION.
       6000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PEDIDOS ENVIADOS AO ERP SEM RETORNO:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           IF PEDIDOS-AUSENTE
               PERFORM 9100-ARQUIVO-AUSENTE
                  THRU 9100-ARQUIVO-AUSENTE-FIM
           ELSE
               MOVE "   VALOR PEDIDO" TO WS-COL-VALOR-1
               MOVE SPACES             TO WS-COL-VALOR-2
               MOVE WS-LINHA-COLUNAS   TO REL-LINHA
               WRITE REL-LINHA

               PERFORM 9200-INICIA-PEDIDOS
                  THRU 9200-INICIA-PEDIDOS-FIM
               PERFORM 6100-CONFERE-ENVIO
                  THRU 6100-CONFERE-ENVIO-FIM
                  UNTIL FS-FIM-ARQUIVO
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       6000-ENVIADOS-SEM-RETORNO-FIM.
           EXIT.

      * -----------------------------------
       6100-CONFERE-ENVIO SECTION.
       6100.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK AND FS4-ERP-ENVIADO AND FS4-ST-APROVADO
               IF FS4-AUD-OPERACAO EQUAL "X"
                   COMPUTE WS-DIAS-ENVIO = FS4-AUD-ANO * 360
                                         + FS4-AUD-MES * 30
                                         + FS4-AUD-DIA
                   MOVE FS4-AUD-DIA TO WS-DATA-REL-DIA
                   MOVE FS4-AUD-MES TO WS-DATA-REL-MES
                   MOVE FS4-AUD-ANO TO WS-DATA-REL-ANO
               ELSE
                   COMPUTE WS-DIAS-ENVIO = FS4-ANO * 360
                                         + FS4-MES * 30
                                         + FS4-DIA
                   MOVE FS4-DIA TO WS-DATA-REL-DIA
                   MOVE FS4-MES TO WS-DATA-REL-MES
                   MOVE FS4-ANO TO WS-DATA-REL-ANO
               END-IF

      * VIRADA DO SECULO NO ANO DE DOIS DIGITOS
               IF WS-DIAS-ENVIO GREATER WS-DIAS-HOJE
                   COMPUTE WS-DIAS-ATRASO =
                           WS-DIAS-HOJE + 36000 - WS-DIAS-ENVIO
               ELSE
                   COMPUTE WS-DIAS-ATRASO =
                           WS-DIAS-HOJE - WS-DIAS-ENVIO
               END-IF

               IF WS-DIAS-ATRASO NOT LESS WS-DIAS-ERP
                   ADD 1 TO WS-QTD-SEM-RETORNO
                   PERFORM 9300-MONTA-LINHA-PEDIDO
                      THRU 9300-MONTA-LINHA-PEDIDO-FIM
                   MOVE FS4-VALOR       TO WS-DIV-VALOR-1
                   MOVE WS-DATA-REL     TO WS-TXE-DATA
                   MOVE WS-DIAS-ATRASO  TO WS-TXE-DIAS
                   MOVE WS-TEXTO-ERP    TO WS-DIV-TEXTO
                   MOVE WS-LINHA-DIVERG TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.

       6100-CONFERE-ENVIO-FIM.
           EXIT.

      * -----------------------------------
      * CONTAGENS E RESUMO DAS DIVERGENCIAS
       7000-RESUMO SECTION.
       7000.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "RESUMO DA CONCILIACAO:"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS LIDOS............................: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-PEDIDOS     TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "ITENS LIDOS..............................: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-ITENS       TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PARCELAS LIDAS...........................: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-TITULOS     TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           COMPUTE WS-QTD-DIVERGENCIAS =
                   WS-QTD-DIF-ITENS + WS-QTD-ITEM-ORFAO +
                   WS-QTD-SEM-TITULO + WS-QTD-DIF-TITULOS +
                   WS-QTD-TITULO-ORFAO + WS-QTD-SEM-RETORNO.

           MOVE "PEDIDOS COM VALOR DIFERENTE DOS ITENS....: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-DIF-ITENS   TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS INEXISTENTES COM ITENS...........: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-ITEM-ORFAO  TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS FATURADOS SEM TITULOS............: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-SEM-TITULO  TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS COM PARCELAS QUE NAO FECHAM......: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-DIF-TITULOS TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS INEXISTENTES COM TITULOS.........: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-TITULO-ORFAO TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO     TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS ENVIADOS AO ERP SEM RETORNO......: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-SEM-RETORNO TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TOTAL DE DIVERGENCIAS....................: "
                TO WS-RESUMO-TEXTO.
           MOVE WS-QTD-DIVERGENCIAS TO WS-RESUMO-TOTAL.
           MOVE WS-LINHA-RESUMO     TO REL-LINHA.
           WRITE REL-LINHA.

       7000-RESUMO-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT PEDIDOS-AUSENTE
               CLOSE FILE4
           END-IF.
           IF NOT ITENS-AUSENTE
               CLOSE FILE6
           END-IF.
           IF NOT TITULOS-AUSENTE
               CLOSE FILE7
           END-IF.
           IF NOT HISTORICO-AUSENTE
               CLOSE FILE11
           END-IF.
           IF NOT DEVOLUCOES-AUSENTE
               CLOSE FILE15
           END-IF.
           CLOSE RELFILE.
           DISPLAY "CONCILIACAO GERADA EM PCONCILIA.LST".
           DISPLAY WS-QTD-DIVERGENCIAS " DIVERGENCIA(S) ENCONTRADA(S)".

           IF WS-QTD-DIVERGENCIAS GREATER ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS PARA LEITURA E O RELATORIO PARA IMPRESSAO;
      * PEDIDOSHIST E DEVOLUCOES SAO OPCIONAIS
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE4.
           IF FS-NAO-EXISTE
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE6.
           IF FS2-NAO-EXISTE
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
           END-IF.

           OPEN INPUT FILE7.
           IF FS3-NAO-EXISTE
               DISPLAY "ARQUIVO TITULOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-TITULOS-SW
           END-IF.

           OPEN INPUT FILE11.
           IF FS4-NAO-EXISTE
               MOVE "N" TO WS-HISTORICO-SW
           END-IF.

           OPEN INPUT FILE15.
           IF FS5-NAO-EXISTE
               MOVE "N" TO WS-DEVOLUCOES-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * SECAO QUE NAO PODE SER CONFERIDA POR FALTA DE ARQUIVO
       9100-ARQUIVO-AUSENTE SECTION.
       9100.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "   (ARQUIVO NECESSARIO NAO ENCONTRADO)"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.

       9100-ARQUIVO-AUSENTE-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA NO PRIMEIRO PEDIDO PARA UMA NOVA PASSADA
       9200-INICIA-PEDIDOS SECTION.
       9200.
           MOVE ZEROS TO FS-STAT.
           MOVE ZEROS TO FS4-NUMERO.
           START FILE4 KEY IS NOT LESS THAN FS4-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

       9200-INICIA-PEDIDOS-FIM.
           EXIT.

      * -----------------------------------
      * DADOS DO PEDIDO CORRENTE NA LINHA DE DIVERGENCIA
       9300-MONTA-LINHA-PEDIDO SECTION.
       9300.
           MOVE FS4-NUMERO     TO WS-DIV-PEDIDO.
           MOVE FS4-DIA        TO WS-DIV-DIA.
           MOVE FS4-MES        TO WS-DIV-MES.
           MOVE FS4-ANO        TO WS-DIV-ANO.
           MOVE FS4-STATUS-PED TO WS-DIV-STATUS.
           MOVE ZEROS          TO WS-DIV-VALOR-1 WS-DIV-VALOR-2
                                  WS-DIV-DIFERENCA.
           MOVE SPACES         TO WS-DIV-TEXTO.

       9300-MONTA-LINHA-PEDIDO-FIM.
           EXIT.
