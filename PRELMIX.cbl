       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELMIX.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     MIX DE VENDAS POR PRODUTO MES A MES
      *
      * OBJETIVO:     PARA O ANO INFORMADO, SOMAR POR PRODUTO A
      *               QUANTIDADE E O VALOR VENDIDOS EM CADA UM DOS 12
      *               MESES, LIDOS DOS ITENS (ITENSPEDIDO.DAT) DOS
      *               PEDIDOS NAO CANCELADOS (PEDIDOS.DAT) PELA DATA
      *               DO PEDIDO, E COMPARAR COM O MESMO MES DO ANO
      *               ANTERIOR, QUE VEM TAMBEM DO HISTORICO DO
      *               ARQUIVAMENTO (PEDIDOSHIST.DAT/ITENSHIST.DAT),
      *               COM O PERCENTUAL DE CRESCIMENTO DO VALOR.
      *               FILTRO OPCIONAL POR VENDEDOR DO PEDIDO E/OU UF
      *               DO CLIENTE. AO FINAL, LISTA OS PRODUTOS ATIVOS
      *               SEM VENDA NO ANO. QUANTIDADES E VALORES DOS
      *               MESES SAEM ARREDONDADOS PARA INTEIRO.
      *               RELATORIO EM PRELMIX.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MIX DE VENDAS POR PRODUTO MES A MES
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ
               ALTERNATE RECORD KEY FS-NOME WITH DUPLICATES.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE5 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE11 ASSIGN TO DISK "pedidoshist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FSH-KEY
               ALTERNATE RECORD KEY FSH-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE12 ASSIGN TO DISK "itenshist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FSI-KEY.

           SELECT RELFILE ASSIGN TO DISK "PRELMIX.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT7.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqpedidos.

       COPY arqprodutos.

       COPY arqitens.

       COPY arqpedhist.

       COPY arqitemhist.

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

      * VENDAS POR PRODUTO: ANO 1 = ANO INFORMADO, ANO 2 = ANTERIOR.
      * CARREGADA NA ORDEM DO CADASTRO DE PRODUTOS; PRODUTO VENDIDO
      * SEM CADASTRO ENTRA NO FINAL COM SITUACAO "N"
       01  TAB-MIX.
           03  TAB-MIX-ITEM OCCURS 3000 TIMES.
               05  TAB-MIX-CODIGO    PIC 9(005).
               05  TAB-MIX-SITUACAO  PIC X(001).
                   88  TAB-MIX-INATIVO       VALUE "I".
                   88  TAB-MIX-SEM-CADASTRO  VALUE "N".
               05  TAB-MIX-ANO OCCURS 2 TIMES.
                   07  TAB-MIX-MES OCCURS 12 TIMES.
                       09  TAB-MIX-QTD   PIC 9(009)V9(002).
                       09  TAB-MIX-VALOR PIC 9(011)V9(002).

      * TOTAL GERAL DE VALOR POR MES DOS DOIS ANOS
       01  TAB-TOTAL.
           03  TAB-TOT-ANO OCCURS 2 TIMES.
               05  TAB-TOT-VALOR OCCURS 12 TIMES
                                     PIC 9(013)V9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(35) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "MIX DE VENDAS POR PRODUTO MES A MES - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(05) VALUE "ANO: ".
           03 WS-CAB2-ANO        PIC 9(02).
           03 FILLER             PIC X(18) VALUE
              " X ANO ANTERIOR: ".
           03 WS-CAB2-ANO-ANT    PIC 9(02).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "VENDEDOR: ".
           03 WS-CAB2-VENDEDOR   PIC X(05).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(04) VALUE "UF: ".
           03 WS-CAB2-UF         PIC X(05).

      * CABECALHO DE COLUNAS DA SECAO CORRENTE, REPETIDO NA QUEBRA
      * DE PAGINA
       01  WS-CAB-COLUNAS        PIC X(132) VALUE SPACES.

       01  WS-LINHA-CAB-MESES.
           03 FILLER             PIC X(14) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "      JAN".
           03 FILLER             PIC X(09) VALUE "      FEV".
           03 FILLER             PIC X(09) VALUE "      MAR".
           03 FILLER             PIC X(09) VALUE "      ABR".
           03 FILLER             PIC X(09) VALUE "      MAI".
           03 FILLER             PIC X(09) VALUE "      JUN".
           03 FILLER             PIC X(09) VALUE "      JUL".
           03 FILLER             PIC X(09) VALUE "      AGO".
           03 FILLER             PIC X(09) VALUE "      SET".
           03 FILLER             PIC X(09) VALUE "      OUT".
           03 FILLER             PIC X(09) VALUE "      NOV".
           03 FILLER             PIC X(09) VALUE "      DEZ".
           03 FILLER             PIC X(10) VALUE "     TOTAL".

       01  WS-LINHA-CAB-SEM.
           03 FILLER             PIC X(08) VALUE "CODIGO".
           03 FILLER             PIC X(42) VALUE "DESCRICAO".
           03 FILLER             PIC X(05) VALUE "UN".
           03 FILLER             PIC X(14) VALUE "QTD ANO ANT.".
           03 FILLER             PIC X(16) VALUE "  VALOR ANO ANT.".

       01  WS-LINHA-SECAO.
           03 WS-SECAO-TITULO    PIC X(60).

       01  WS-LINHA-PROD.
           03 WS-PROD-CODIGO     PIC 9(05).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-PROD-DESCRICAO  PIC X(40).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(04) VALUE "UN: ".
           03 WS-PROD-UNIDADE    PIC X(03).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PROD-OBS        PIC X(30).

      * LINHA DE QUANTIDADE OU VALOR DOS 12 MESES E TOTAL
       01  WS-LINHA-MESES.
           03 WS-MSS-ROTULO      PIC X(14).
           03 WS-MSS-COLUNA OCCURS 12 TIMES.
               05 FILLER         PIC X(01).
               05 WS-MSS-VALOR   PIC ZZZZZZZ9.
           03 FILLER             PIC X(01).
           03 WS-MSS-TOTAL       PIC ZZZZZZZZ9.

      * LINHA DO CRESCIMENTO % DO VALOR SOBRE O ANO ANTERIOR
       01  WS-LINHA-CRESC.
           03 WS-CRS-ROTULO      PIC X(14).
           03 WS-CRS-COLUNA OCCURS 12 TIMES.
               05 FILLER         PIC X(01).
               05 WS-CRS-TEXTO   PIC X(08).
               05 WS-CRS-PERC    REDEFINES WS-CRS-TEXTO
                                 PIC +ZZZZ9,9.
           03 FILLER             PIC X(01).
           03 WS-CRS-TOT-TEXTO   PIC X(09).
           03 WS-CRS-TOT-PERC    REDEFINES WS-CRS-TOT-TEXTO
                                 PIC +ZZZZZ9,9.

       01  WS-ROTULO.
           03 WS-ROT-TEXTO       PIC X(06).
           03 WS-ROT-ANO         PIC 9(02).
           03 FILLER             PIC X(06) VALUE SPACES.

       01  WS-LINHA-SEM.
           03 WS-SEM-CODIGO      PIC 9(05).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-SEM-DESCRICAO   PIC X(40).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-SEM-UNIDADE     PIC X(03).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-SEM-QTD         PIC ZZZ.ZZZ.ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-SEM-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-RESUMO-QTD.
           03 WS-RES-TEXTO       PIC X(40).
           03 WS-RES-QTD         PIC ZZZ.ZZ9.

       01  WS-LINHA-NOTA.
           03 FILLER             PIC X(48) VALUE
              "CRESCIMENTO DO TOTAL COMPARA OS MESES DE JAN A ".
           03 WS-NOTA-MES        PIC 9(02).
           03 FILLER             PIC X(23) VALUE
              " DOS DOIS ANOS (ANO EM ".
           03 FILLER             PIC X(07) VALUE "CURSO)".

       01  WS-LINHA-TRUNCADO.
           03 FILLER             PIC X(45) VALUE
              "*** RELATORIO TRUNCADO - PRODUTOS DESCARTADOS".
           03 FILLER             PIC X(02) VALUE ": ".
           03 WS-TRUNC-QTD       PIC ZZZ.ZZ9.
           03 FILLER             PIC X(04) VALUE " ***".

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
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
           88 FS4-FIM-ARQUIVO VALUE 10.
       77 FS-STAT5        PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
           88 FS5-FIM-ARQUIVO VALUE 10.
       77 FS-STAT6        PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
           88 FS6-FIM-ARQUIVO VALUE 10.
       77 FS-STAT7        PIC 9(02).

       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".
       77 WS-PRODUTOS-SW    PIC X      VALUE "S".
           88 PRODUTOS-AUSENTE    VALUE "N".
       77 WS-ITENS-SW       PIC X      VALUE "S".
           88 ITENS-AUSENTE       VALUE "N".
       77 WS-HIST-SW        PIC X      VALUE "S".
           88 HISTORICO-AUSENTE   VALUE "N".
       77 WS-ITENSHIST-SW   PIC X      VALUE "S".
           88 ITENSHIST-AUSENTE   VALUE "N".
       77 WS-ACEITO-SW      PIC X      VALUE "N".
           88 PEDIDO-ACEITO       VALUE "S".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

      * PARAMETROS
       77 WS-REF-ANO      PIC 9(02) VALUE ZEROS.
       77 WS-ANT-ANO      PIC 9(02) VALUE ZEROS.
       77 WS-FILTRO-VEND  PIC 9(03) VALUE ZEROS.
       77 WS-FILTRO-UF    PIC X(02) VALUE SPACES.
       77 WS-MES-LIMITE   PIC 9(02) VALUE 12.

      * PEDIDO CORRENTE (VIVO OU HISTORICO)
       77 WS-PED-NUMERO   PIC 9(007) VALUE ZEROS.
       77 WS-PED-ANO      PIC 9(002) VALUE ZEROS.
       77 WS-PED-MES      PIC 9(002) VALUE ZEROS.
       77 WS-PED-CLIENTE  PIC 9(007) VALUE ZEROS.
       77 WS-PED-VENDEDOR PIC 9(003) VALUE ZEROS.
       77 WS-PED-CANCELADO-SW PIC X  VALUE "N".
           88 PED-CANCELADO       VALUE "S".
       77 WS-IX-ANO       PIC 9(01) VALUE ZEROS.

      * ITEM CORRENTE
       77 WS-ITE-PRODUTO  PIC 9(005) VALUE ZEROS.
       77 WS-ITE-QTD      PIC 9(005)V9(002) VALUE ZEROS.
       77 WS-ITE-VALOR    PIC 9(009)V9(002) VALUE ZEROS.

       77 WS-QTD-TAB      PIC 9(04) VALUE ZEROS.
       77 WS-IX           PIC 9(04) VALUE ZEROS.
       77 WS-IX-ACHADO    PIC 9(04) VALUE ZEROS.
       77 WS-IM           PIC 9(02) VALUE ZEROS.

      * SOMAS DO PRODUTO (OU DO TOTAL GERAL) EM IMPRESSAO
       77 WS-SOMA-QTD-ATU PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-SOMA-QTD-ANT PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-SOMA-VAL-ATU PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-SOMA-VAL-ANT PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-COMP-VAL-ATU PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-COMP-VAL-ANT PIC 9(013)V9(002) VALUE ZEROS.

      * CALCULO DO CRESCIMENTO
       77 WS-CALC-ATUAL    PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-CALC-ANTERIOR PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-CRESC         PIC S9(009)V9(001) VALUE ZEROS.
       77 WS-CRESC-SW      PIC X      VALUE SPACES.
           88 CRESC-CALCULADO     VALUE "C".
           88 CRESC-NOVO          VALUE "N".
           88 CRESC-SEM-BASE      VALUE "-".

      * TOTAIS GERAIS
       77 WS-QTD-PEDIDOS-ATU PIC 9(007) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-ANT PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ITENS       PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LISTADOS    PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-VENDA   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DESCARTE    PIC 9(007) VALUE ZEROS.
       77 ED-CODIGO          PIC ZZ9.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 1500-CARREGA-PRODUTO THRU 1500-CARREGA-PRODUTO-FIM
                   UNTIL FS3-FIM-ARQUIVO.
           PERFORM 2000-PEDIDO-VIVO THRU 2000-PEDIDO-VIVO-FIM
                   UNTIL FS2-FIM-ARQUIVO.
           IF NOT HISTORICO-AUSENTE
               PERFORM 2100-PREPARA-HISTORICO
                  THRU 2100-PREPARA-HISTORICO-FIM
               PERFORM 2150-PEDIDO-HISTORICO
                  THRU 2150-PEDIDO-HISTORICO-FIM
                  UNTIL FS5-FIM-ARQUIVO
           END-IF.
           PERFORM 3000-IMPRIME-MIX THRU 3000-IMPRIME-MIX-FIM.
           PERFORM 3500-IMPRIME-SEM-VENDA
              THRU 3500-IMPRIME-SEM-VENDA-FIM.
           PERFORM 4000-RESUMO THRU 4000-RESUMO-FIM.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
       1000-INICIO SECTION.
       1000.
           PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM.

           ACCEPT WS-DATA FROM DATE.
           MOVE WS-DIA TO WS-DATA-REL-DIA.
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.

           PERFORM 1050-PEDE-PARAMETROS THRU 1050-PEDE-PARAMETROS-FIM.

           INITIALIZE TAB-MIX TAB-TOTAL.
           MOVE ZEROS TO WS-PAGINA WS-LINHA WS-QTD-TAB.

           IF PRODUTOS-AUSENTE
               MOVE 10 TO FS-STAT3
           ELSE
               MOVE ZEROS TO FS5-KEY
               START FILE5 KEY IS NOT LESS THAN FS5-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT3
               END-START
           END-IF.

           IF FS2-OK
               MOVE ZEROS TO FS4-KEY
               START FILE4 KEY IS NOT LESS THAN FS4-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT2
               END-START
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PEDE O ANO E OS FILTROS OPCIONAIS DE VENDEDOR E UF. NO ANO EM
      * CURSO O CRESCIMENTO SO E MEDIDO ATE O MES CORRENTE
       1050-PEDE-PARAMETROS SECTION.
       1050.
           DISPLAY "INFORME O ANO DE REFERENCIA (AA): ".
           ACCEPT WS-REF-ANO.

           IF WS-REF-ANO EQUAL ZEROS
               MOVE 99 TO WS-ANT-ANO
           ELSE
               COMPUTE WS-ANT-ANO = WS-REF-ANO - 1
           END-IF.

           IF WS-REF-ANO EQUAL WS-ANO
               MOVE WS-MES TO WS-MES-LIMITE
           END-IF.

           DISPLAY "VENDEDOR DO PEDIDO (0 = TODOS): ".
           ACCEPT WS-FILTRO-VEND.

           DISPLAY "UF DO CLIENTE (BRANCO = TODAS): ".
           ACCEPT WS-FILTRO-UF.
           INSPECT WS-FILTRO-UF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE WS-REF-ANO TO WS-CAB2-ANO.
           MOVE WS-ANT-ANO TO WS-CAB2-ANO-ANT.
           IF WS-FILTRO-VEND EQUAL ZEROS
               MOVE "TODOS" TO WS-CAB2-VENDEDOR
           ELSE
               MOVE WS-FILTRO-VEND TO ED-CODIGO
               MOVE ED-CODIGO      TO WS-CAB2-VENDEDOR
           END-IF.
           IF WS-FILTRO-UF EQUAL SPACES
               MOVE "TODAS" TO WS-CAB2-UF
           ELSE
               MOVE WS-FILTRO-UF TO WS-CAB2-UF
           END-IF.

       1050-PEDE-PARAMETROS-FIM.
           EXIT.

      * -----------------------------------
      * CARREGA UM PRODUTO DO CADASTRO NA TABELA, PARA QUE OS SEM
      * VENDA TAMBEM APARECAM
       1500-CARREGA-PRODUTO SECTION.
       1500.
           READ FILE5 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT3
           END-READ.

           IF FS3-OK
               IF WS-QTD-TAB LESS 3000
                   ADD 1 TO WS-QTD-TAB
                   MOVE FS5-CODIGO   TO TAB-MIX-CODIGO (WS-QTD-TAB)
                   IF FS5-INATIVO
                       MOVE "I" TO TAB-MIX-SITUACAO (WS-QTD-TAB)
                   ELSE
                       MOVE "A" TO TAB-MIX-SITUACAO (WS-QTD-TAB)
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-DESCARTE
               END-IF
           END-IF.

       1500-CARREGA-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * TRATA UM PEDIDO DO ARQUIVO VIVO E SOMA OS SEUS ITENS
       2000-PEDIDO-VIVO SECTION.
       2000.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT2
           END-READ.

           IF FS2-OK
               MOVE FS4-NUMERO       TO WS-PED-NUMERO
               MOVE FS4-ANO          TO WS-PED-ANO
               MOVE FS4-MES          TO WS-PED-MES
               MOVE FS4-COD-CLIENTE  TO WS-PED-CLIENTE
               MOVE FS4-COD-VENDEDOR TO WS-PED-VENDEDOR
               MOVE "N"              TO WS-PED-CANCELADO-SW
               IF FS4-ST-CANCELADO
                   MOVE "S" TO WS-PED-CANCELADO-SW
               END-IF
               PERFORM 2500-FILTRA-PEDIDO THRU 2500-FILTRA-PEDIDO-FIM
               IF PEDIDO-ACEITO AND NOT ITENS-AUSENTE
                   MOVE WS-PED-NUMERO TO FS6-NUMERO
                   MOVE ZEROS         TO FS6-SEQUENCIA
                   MOVE ZEROS         TO FS-STAT4
                   START FILE6 KEY IS NOT LESS THAN FS6-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT4
                   END-START
                   PERFORM 2050-ITEM-VIVO THRU 2050-ITEM-VIVO-FIM
                      UNTIL FS4-FIM-ARQUIVO
               END-IF
           END-IF.

       2000-PEDIDO-VIVO-FIM.
           EXIT.

       2050-ITEM-VIVO SECTION.
       2050.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT4
           END-READ.

           IF FS4-OK
               IF FS6-NUMERO NOT EQUAL WS-PED-NUMERO
                   MOVE 10 TO FS-STAT4
               ELSE
                   MOVE FS6-COD-PRODUTO TO WS-ITE-PRODUTO
                   MOVE FS6-QUANTIDADE  TO WS-ITE-QTD
                   MOVE FS6-VALOR-ITEM  TO WS-ITE-VALOR
                   PERFORM 2600-ACUMULA-ITEM THRU 2600-ACUMULA-ITEM-FIM
               END-IF
           END-IF.

       2050-ITEM-VIVO-FIM.
           EXIT.

      * -----------------------------------
       2100-PREPARA-HISTORICO SECTION.
       2100.
           MOVE ZEROS TO FS-STAT5.
           MOVE ZEROS TO FSH-KEY.
           START FILE11 KEY IS NOT LESS THAN FSH-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT5
           END-START.

       2100-PREPARA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * TRATA UM PEDIDO DO HISTORICO E SOMA OS SEUS ITENS ARQUIVADOS
       2150-PEDIDO-HISTORICO SECTION.
       2150.
           READ FILE11 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT5
           END-READ.

           IF FS5-OK
               MOVE FSH-NUMERO       TO WS-PED-NUMERO
               MOVE FSH-ANO          TO WS-PED-ANO
               MOVE FSH-MES          TO WS-PED-MES
               MOVE FSH-COD-CLIENTE  TO WS-PED-CLIENTE
               MOVE FSH-COD-VENDEDOR TO WS-PED-VENDEDOR
               MOVE "N"              TO WS-PED-CANCELADO-SW
               IF FSH-ST-CANCELADO
                   MOVE "S" TO WS-PED-CANCELADO-SW
               END-IF
               PERFORM 2500-FILTRA-PEDIDO THRU 2500-FILTRA-PEDIDO-FIM
               IF PEDIDO-ACEITO AND NOT ITENSHIST-AUSENTE
                   MOVE WS-PED-NUMERO TO FSI-NUMERO
                   MOVE ZEROS         TO FSI-SEQUENCIA
                   MOVE ZEROS         TO FS-STAT6
                   START FILE12 KEY IS NOT LESS THAN FSI-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT6
                   END-START
                   PERFORM 2180-ITEM-HISTORICO
                      THRU 2180-ITEM-HISTORICO-FIM
                      UNTIL FS6-FIM-ARQUIVO
               END-IF
           END-IF.

       2150-PEDIDO-HISTORICO-FIM.
           EXIT.

       2180-ITEM-HISTORICO SECTION.
       2180.
           READ FILE12 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT6
           END-READ.

           IF FS6-OK
               IF FSI-NUMERO NOT EQUAL WS-PED-NUMERO
                   MOVE 10 TO FS-STAT6
               ELSE
                   MOVE FSI-COD-PRODUTO TO WS-ITE-PRODUTO
                   MOVE FSI-QUANTIDADE  TO WS-ITE-QTD
                   MOVE FSI-VALOR-ITEM  TO WS-ITE-VALOR
                   PERFORM 2600-ACUMULA-ITEM THRU 2600-ACUMULA-ITEM-FIM
               END-IF
           END-IF.

       2180-ITEM-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O PEDIDO NAO CANCELADO DO ANO INFORMADO OU DO ANTERIOR
      * QUE PASSA NOS FILTROS DE VENDEDOR E UF DO CLIENTE
       2500-FILTRA-PEDIDO SECTION.
       2500.
           MOVE "N"   TO WS-ACEITO-SW.
           MOVE ZEROS TO WS-IX-ANO.

           IF WS-PED-ANO EQUAL WS-REF-ANO
               MOVE 1 TO WS-IX-ANO
           END-IF.
           IF WS-PED-ANO EQUAL WS-ANT-ANO
               MOVE 2 TO WS-IX-ANO
           END-IF.

           IF WS-IX-ANO GREATER ZEROS
                   AND NOT PED-CANCELADO
                   AND WS-PED-MES GREATER ZEROS
                   AND WS-PED-MES LESS 13
               MOVE "S" TO WS-ACEITO-SW
           END-IF.

           IF PEDIDO-ACEITO AND WS-FILTRO-VEND GREATER ZEROS
               IF WS-PED-VENDEDOR NOT EQUAL WS-FILTRO-VEND
                   MOVE "N" TO WS-ACEITO-SW
               END-IF
           END-IF.

           IF PEDIDO-ACEITO AND WS-FILTRO-UF NOT EQUAL SPACES
               MOVE "N" TO WS-ACEITO-SW
               IF NOT CLIENTES-AUSENTE
                   MOVE WS-PED-CLIENTE TO FS-CODIGO
                   READ FILE1 KEY IS FS-CODIGO
                   IF FS-OK AND FS-UF EQUAL WS-FILTRO-UF
                       MOVE "S" TO WS-ACEITO-SW
                   END-IF
               END-IF
           END-IF.

           IF PEDIDO-ACEITO
               IF WS-IX-ANO EQUAL 1
                   ADD 1 TO WS-QTD-PEDIDOS-ATU
               ELSE
                   ADD 1 TO WS-QTD-PEDIDOS-ANT
               END-IF
           END-IF.

       2500-FILTRA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * LOCALIZA O PRODUTO NA TABELA (PRODUTO SEM CADASTRO E
      * INCLUIDO NO FINAL) E SOMA O ITEM NO MES/ANO DO PEDIDO
       2600-ACUMULA-ITEM SECTION.
       2600.
           ADD 1 TO WS-QTD-ITENS.

           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM 2650-PROCURA-PRODUTO THRU 2650-PROCURA-PRODUTO-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-TAB
                 OR WS-IX-ACHADO GREATER ZEROS.

           IF WS-IX-ACHADO EQUAL ZEROS
               IF WS-QTD-TAB LESS 3000
                   ADD 1 TO WS-QTD-TAB
                   MOVE WS-QTD-TAB     TO WS-IX-ACHADO
                   MOVE WS-ITE-PRODUTO TO
                        TAB-MIX-CODIGO (WS-IX-ACHADO)
                   MOVE "N" TO TAB-MIX-SITUACAO (WS-IX-ACHADO)
               ELSE
      * TABELA CHEIA: O PRODUTO FICA FORA DO RELATORIO, O QUE E
      * AVISADO NO RESUMO
                   ADD 1 TO WS-QTD-DESCARTE
               END-IF
           END-IF.

           IF WS-IX-ACHADO GREATER ZEROS
               ADD WS-ITE-QTD   TO
                   TAB-MIX-QTD (WS-IX-ACHADO WS-IX-ANO WS-PED-MES)
               ADD WS-ITE-VALOR TO
                   TAB-MIX-VALOR (WS-IX-ACHADO WS-IX-ANO WS-PED-MES)
               ADD WS-ITE-VALOR TO
                   TAB-TOT-VALOR (WS-IX-ANO WS-PED-MES)
           END-IF.

       2600-ACUMULA-ITEM-FIM.
           EXIT.

       2650-PROCURA-PRODUTO SECTION.
       2650.
           IF TAB-MIX-CODIGO (WS-IX) EQUAL WS-ITE-PRODUTO
               MOVE WS-IX TO WS-IX-ACHADO
           END-IF.

       2650-PROCURA-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
       2200-CABECALHO SECTION.
       2200.
           ADD 1      TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.

           MOVE WS-PAGINA      TO WS-CAB1-PAGINA.
           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           IF WS-PAGINA = 1
               WRITE REL-LINHA
           ELSE
               WRITE REL-LINHA AFTER ADVANCING PAGE
           END-IF.

           MOVE WS-DATA-REL    TO WS-CAB2-DATA.
           MOVE WS-LINHA-CAB2  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-CAB-COLUNAS TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

       2200-CABECALHO-FIM.
           EXIT.

      * -----------------------------------
      * ABRE UMA SECAO DO RELATORIO EM PAGINA NOVA
       2250-NOVA-SECAO SECTION.
       2250.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 2 TO WS-LINHA.

       2250-NOVA-SECAO-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME O BLOCO MES A MES DE CADA PRODUTO COM VENDA EM UM DOS
      * DOIS ANOS E, NO FIM, O TOTAL GERAL DE VALOR
       3000-IMPRIME-MIX SECTION.
       3000.
           MOVE WS-LINHA-CAB-MESES TO WS-CAB-COLUNAS.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "VENDAS POR PRODUTO (QUANTIDADE E VALOR EM R$):"
                TO WS-SECAO-TITULO.
           PERFORM 2250-NOVA-SECAO THRU 2250-NOVA-SECAO-FIM.

           PERFORM 3100-IMPRIME-PRODUTO THRU 3100-IMPRIME-PRODUTO-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-TAB.

           IF WS-QTD-LISTADOS EQUAL ZEROS
               MOVE "NENHUMA VENDA NOS DOIS ANOS PARA O FILTRO"
                    TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHA
           END-IF.

           PERFORM 3300-IMPRIME-TOTAL THRU 3300-IMPRIME-TOTAL-FIM.

       3000-IMPRIME-MIX-FIM.
           EXIT.

      * -----------------------------------
       3100-IMPRIME-PRODUTO SECTION.
       3100.
           MOVE ZEROS TO WS-SOMA-QTD-ATU WS-SOMA-QTD-ANT
                         WS-SOMA-VAL-ATU WS-SOMA-VAL-ANT
                         WS-COMP-VAL-ATU WS-COMP-VAL-ANT.
           PERFORM 3150-SOMA-MES THRU 3150-SOMA-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.

           IF WS-SOMA-QTD-ATU EQUAL ZEROS
                   AND WS-SOMA-VAL-ATU EQUAL ZEROS
                   AND NOT TAB-MIX-INATIVO (WS-IX)
               ADD 1 TO WS-QTD-SEM-VENDA
           END-IF.

           IF WS-SOMA-QTD-ATU GREATER ZEROS
                   OR WS-SOMA-VAL-ATU GREATER ZEROS
                   OR WS-SOMA-QTD-ANT GREATER ZEROS
                   OR WS-SOMA-VAL-ANT GREATER ZEROS
               PERFORM 3110-BLOCO-PRODUTO THRU 3110-BLOCO-PRODUTO-FIM
           END-IF.

       3100-IMPRIME-PRODUTO-FIM.
           EXIT.

      * BLOCO DO PRODUTO: QUANTIDADE E VALOR DOS DOIS ANOS E
      * CRESCIMENTO DO VALOR
       3110-BLOCO-PRODUTO SECTION.
       3110.
           ADD 1 TO WS-QTD-LISTADOS.

           IF WS-LINHA + 7 GREATER WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           PERFORM 3200-LE-PRODUTO THRU 3200-LE-PRODUTO-FIM.
           MOVE WS-LINHA-PROD TO REL-LINHA.
           WRITE REL-LINHA.

      * QUANTIDADE DO ANO E DO ANTERIOR
           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE "QTD"       TO WS-ROT-TEXTO.
           MOVE WS-REF-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 1           TO WS-IX-ANO.
           PERFORM 3160-QTD-MES THRU 3160-QTD-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-QTD-ATU.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE WS-ANT-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 2           TO WS-IX-ANO.
           PERFORM 3160-QTD-MES THRU 3160-QTD-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-QTD-ANT.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

      * VALOR DO ANO E DO ANTERIOR
           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE "VALOR"     TO WS-ROT-TEXTO.
           MOVE WS-REF-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 1           TO WS-IX-ANO.
           PERFORM 3170-VALOR-MES THRU 3170-VALOR-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-VAL-ATU.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE WS-ANT-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 2           TO WS-IX-ANO.
           PERFORM 3170-VALOR-MES THRU 3170-VALOR-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-VAL-ANT.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

      * CRESCIMENTO DO VALOR
           PERFORM 3180-LINHA-CRESC THRU 3180-LINHA-CRESC-FIM.
           MOVE WS-LINHA-CRESC TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 7 TO WS-LINHA.

       3110-BLOCO-PRODUTO-FIM.
           EXIT.

      * SOMA O MES NOS TOTAIS DO PRODUTO; O TOTAL COMPARAVEL PARA O
      * CRESCIMENTO SO VAI ATE O MES LIMITE
       3150-SOMA-MES SECTION.
       3150.
           ADD TAB-MIX-QTD (WS-IX 1 WS-IM)   TO WS-SOMA-QTD-ATU.
           ADD TAB-MIX-QTD (WS-IX 2 WS-IM)   TO WS-SOMA-QTD-ANT.
           ADD TAB-MIX-VALOR (WS-IX 1 WS-IM) TO WS-SOMA-VAL-ATU.
           ADD TAB-MIX-VALOR (WS-IX 2 WS-IM) TO WS-SOMA-VAL-ANT.
           IF WS-IM NOT GREATER WS-MES-LIMITE
               ADD TAB-MIX-VALOR (WS-IX 1 WS-IM) TO WS-COMP-VAL-ATU
               ADD TAB-MIX-VALOR (WS-IX 2 WS-IM) TO WS-COMP-VAL-ANT
           END-IF.

       3150-SOMA-MES-FIM.
           EXIT.

       3160-QTD-MES SECTION.
       3160.
           COMPUTE WS-MSS-VALOR (WS-IM) ROUNDED =
                   TAB-MIX-QTD (WS-IX WS-IX-ANO WS-IM).

       3160-QTD-MES-FIM.
           EXIT.

       3170-VALOR-MES SECTION.
       3170.
           COMPUTE WS-MSS-VALOR (WS-IM) ROUNDED =
                   TAB-MIX-VALOR (WS-IX WS-IX-ANO WS-IM).

       3170-VALOR-MES-FIM.
           EXIT.

      * MONTA A LINHA DE CRESCIMENTO DO PRODUTO
       3180-LINHA-CRESC SECTION.
       3180.
           MOVE SPACES        TO WS-LINHA-CRESC.
           MOVE "CRESC. %"    TO WS-CRS-ROTULO.
           PERFORM 3185-CRESC-MES THRU 3185-CRESC-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.

           MOVE WS-COMP-VAL-ATU TO WS-CALC-ATUAL.
           MOVE WS-COMP-VAL-ANT TO WS-CALC-ANTERIOR.
           PERFORM 3900-CALCULA-CRESC THRU 3900-CALCULA-CRESC-FIM.
           EVALUATE TRUE
               WHEN CRESC-CALCULADO
                   MOVE WS-CRESC TO WS-CRS-TOT-PERC
               WHEN CRESC-NOVO
                   MOVE "     NOVO" TO WS-CRS-TOT-TEXTO
               WHEN OTHER
                   MOVE "        -" TO WS-CRS-TOT-TEXTO
           END-EVALUATE.

       3180-LINHA-CRESC-FIM.
           EXIT.

       3185-CRESC-MES SECTION.
       3185.
           IF WS-IM GREATER WS-MES-LIMITE
               MOVE SPACES TO WS-CRS-TEXTO (WS-IM)
           ELSE
               MOVE TAB-MIX-VALOR (WS-IX 1 WS-IM) TO WS-CALC-ATUAL
               MOVE TAB-MIX-VALOR (WS-IX 2 WS-IM) TO WS-CALC-ANTERIOR
               PERFORM 3900-CALCULA-CRESC THRU 3900-CALCULA-CRESC-FIM
               PERFORM 3190-EDITA-CRESC THRU 3190-EDITA-CRESC-FIM
           END-IF.

       3185-CRESC-MES-FIM.
           EXIT.

       3190-EDITA-CRESC SECTION.
       3190.
           EVALUATE TRUE
               WHEN CRESC-CALCULADO
                   MOVE WS-CRESC TO WS-CRS-PERC (WS-IM)
               WHEN CRESC-NOVO
                   MOVE "    NOVO" TO WS-CRS-TEXTO (WS-IM)
               WHEN OTHER
                   MOVE "       -" TO WS-CRS-TEXTO (WS-IM)
           END-EVALUATE.

       3190-EDITA-CRESC-FIM.
           EXIT.

      * -----------------------------------
      * MONTA A LINHA DE IDENTIFICACAO DO PRODUTO DA TABELA
       3200-LE-PRODUTO SECTION.
       3200.
           MOVE SPACES TO WS-PROD-DESCRICAO WS-PROD-UNIDADE
                          WS-PROD-OBS.
           MOVE TAB-MIX-CODIGO (WS-IX) TO WS-PROD-CODIGO.

           IF TAB-MIX-SEM-CADASTRO (WS-IX) OR PRODUTOS-AUSENTE
               MOVE "(PRODUTO NAO CADASTRADO)" TO WS-PROD-DESCRICAO
           ELSE
               MOVE TAB-MIX-CODIGO (WS-IX) TO FS5-CODIGO
               READ FILE5 KEY IS FS5-KEY
               IF FS3-OK
                   MOVE FS5-DESCRICAO TO WS-PROD-DESCRICAO
                   MOVE FS5-UNIDADE   TO WS-PROD-UNIDADE
               END-IF
           END-IF.

           IF WS-SOMA-QTD-ATU EQUAL ZEROS
                   AND WS-SOMA-VAL-ATU EQUAL ZEROS
               MOVE "*** SEM VENDA NO ANO ***" TO WS-PROD-OBS
           ELSE
               IF TAB-MIX-INATIVO (WS-IX)
                   MOVE "(PRODUTO INATIVO)" TO WS-PROD-OBS
               END-IF
           END-IF.

       3200-LE-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * TOTAL GERAL DE VALOR DOS PRODUTOS LISTADOS, MES A MES
       3300-IMPRIME-TOTAL SECTION.
       3300.
           IF WS-LINHA + 6 GREATER WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE ZEROS TO WS-SOMA-VAL-ATU WS-SOMA-VAL-ANT
                         WS-COMP-VAL-ATU WS-COMP-VAL-ANT.
           PERFORM 3350-SOMA-TOTAL THRU 3350-SOMA-TOTAL-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.

           MOVE SPACES TO REL-LINHA.
           MOVE "TOTAL GERAL DOS PRODUTOS (VALOR EM R$)" TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE "VALOR"     TO WS-ROT-TEXTO.
           MOVE WS-REF-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 1           TO WS-IX-ANO.
           PERFORM 3360-TOTAL-MES THRU 3360-TOTAL-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-VAL-ATU.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES      TO WS-LINHA-MESES.
           MOVE WS-ANT-ANO  TO WS-ROT-ANO.
           MOVE WS-ROTULO   TO WS-MSS-ROTULO.
           MOVE 2           TO WS-IX-ANO.
           PERFORM 3360-TOTAL-MES THRU 3360-TOTAL-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           COMPUTE WS-MSS-TOTAL ROUNDED = WS-SOMA-VAL-ANT.
           MOVE WS-LINHA-MESES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES        TO WS-LINHA-CRESC.
           MOVE "CRESC. %"    TO WS-CRS-ROTULO.
           PERFORM 3370-CRESC-TOTAL THRU 3370-CRESC-TOTAL-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.
           MOVE WS-COMP-VAL-ATU TO WS-CALC-ATUAL.
           MOVE WS-COMP-VAL-ANT TO WS-CALC-ANTERIOR.
           PERFORM 3900-CALCULA-CRESC THRU 3900-CALCULA-CRESC-FIM.
           EVALUATE TRUE
               WHEN CRESC-CALCULADO
                   MOVE WS-CRESC TO WS-CRS-TOT-PERC
               WHEN CRESC-NOVO
                   MOVE "     NOVO" TO WS-CRS-TOT-TEXTO
               WHEN OTHER
                   MOVE "        -" TO WS-CRS-TOT-TEXTO
           END-EVALUATE.
           MOVE WS-LINHA-CRESC TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 4 TO WS-LINHA.

           IF WS-MES-LIMITE LESS 12
               MOVE WS-MES-LIMITE TO WS-NOTA-MES
               MOVE SPACES        TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-LINHA-NOTA TO REL-LINHA
               WRITE REL-LINHA
               ADD 2 TO WS-LINHA
           END-IF.

       3300-IMPRIME-TOTAL-FIM.
           EXIT.

       3350-SOMA-TOTAL SECTION.
       3350.
           ADD TAB-TOT-VALOR (1 WS-IM) TO WS-SOMA-VAL-ATU.
           ADD TAB-TOT-VALOR (2 WS-IM) TO WS-SOMA-VAL-ANT.
           IF WS-IM NOT GREATER WS-MES-LIMITE
               ADD TAB-TOT-VALOR (1 WS-IM) TO WS-COMP-VAL-ATU
               ADD TAB-TOT-VALOR (2 WS-IM) TO WS-COMP-VAL-ANT
           END-IF.

       3350-SOMA-TOTAL-FIM.
           EXIT.

       3360-TOTAL-MES SECTION.
       3360.
           COMPUTE WS-MSS-VALOR (WS-IM) ROUNDED =
                   TAB-TOT-VALOR (WS-IX-ANO WS-IM).

       3360-TOTAL-MES-FIM.
           EXIT.

       3370-CRESC-TOTAL SECTION.
       3370.
           IF WS-IM GREATER WS-MES-LIMITE
               MOVE SPACES TO WS-CRS-TEXTO (WS-IM)
           ELSE
               MOVE TAB-TOT-VALOR (1 WS-IM) TO WS-CALC-ATUAL
               MOVE TAB-TOT-VALOR (2 WS-IM) TO WS-CALC-ANTERIOR
               PERFORM 3900-CALCULA-CRESC THRU 3900-CALCULA-CRESC-FIM
               PERFORM 3190-EDITA-CRESC THRU 3190-EDITA-CRESC-FIM
           END-IF.

       3370-CRESC-TOTAL-FIM.
           EXIT.

      * -----------------------------------
      * LISTA OS PRODUTOS ATIVOS SEM NENHUMA VENDA NO ANO INFORMADO,
      * COM O QUE VENDERAM NO ANO ANTERIOR
       3500-IMPRIME-SEM-VENDA SECTION.
       3500.
           MOVE WS-LINHA-CAB-SEM TO WS-CAB-COLUNAS.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PRODUTOS ATIVOS SEM VENDA NO ANO:" TO WS-SECAO-TITULO.
           PERFORM 2250-NOVA-SECAO THRU 2250-NOVA-SECAO-FIM.

           IF WS-QTD-SEM-VENDA EQUAL ZEROS
               MOVE "TODOS OS PRODUTOS ATIVOS TIVERAM VENDA NO ANO"
                    TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHA
           ELSE
               PERFORM 3550-SEM-VENDA-PRODUTO
                  THRU 3550-SEM-VENDA-PRODUTO-FIM
                  VARYING WS-IX FROM 1 BY 1
                  UNTIL WS-IX GREATER WS-QTD-TAB
           END-IF.

       3500-IMPRIME-SEM-VENDA-FIM.
           EXIT.

       3550-SEM-VENDA-PRODUTO SECTION.
       3550.
           MOVE ZEROS TO WS-SOMA-QTD-ATU WS-SOMA-QTD-ANT
                         WS-SOMA-VAL-ATU WS-SOMA-VAL-ANT
                         WS-COMP-VAL-ATU WS-COMP-VAL-ANT.
           PERFORM 3150-SOMA-MES THRU 3150-SOMA-MES-FIM
              VARYING WS-IM FROM 1 BY 1
              UNTIL WS-IM GREATER 12.

           IF NOT TAB-MIX-INATIVO (WS-IX)
                   AND WS-SOMA-QTD-ATU EQUAL ZEROS
                   AND WS-SOMA-VAL-ATU EQUAL ZEROS
               PERFORM 3560-LINHA-SEM-VENDA
                  THRU 3560-LINHA-SEM-VENDA-FIM
           END-IF.

       3550-SEM-VENDA-PRODUTO-FIM.
           EXIT.

       3560-LINHA-SEM-VENDA SECTION.
       3560.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           PERFORM 3200-LE-PRODUTO THRU 3200-LE-PRODUTO-FIM.
           MOVE WS-PROD-CODIGO    TO WS-SEM-CODIGO.
           MOVE WS-PROD-DESCRICAO TO WS-SEM-DESCRICAO.
           MOVE WS-PROD-UNIDADE   TO WS-SEM-UNIDADE.
           COMPUTE WS-SEM-QTD ROUNDED = WS-SOMA-QTD-ANT.
           MOVE WS-SOMA-VAL-ANT   TO WS-SEM-VALOR.

           MOVE WS-LINHA-SEM TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       3560-LINHA-SEM-VENDA-FIM.
           EXIT.

      * -----------------------------------
      * CRESCIMENTO % DE WS-CALC-ATUAL SOBRE WS-CALC-ANTERIOR; SEM
      * BASE NO ANO ANTERIOR E "NOVO" (OU "-" SE NAO HOUVE VENDA)
       3900-CALCULA-CRESC SECTION.
       3900.
           MOVE ZEROS TO WS-CRESC.

           IF WS-CALC-ANTERIOR GREATER ZEROS
               MOVE "C" TO WS-CRESC-SW
               COMPUTE WS-CRESC ROUNDED =
                       (WS-CALC-ATUAL - WS-CALC-ANTERIOR) * 100
                       / WS-CALC-ANTERIOR
               IF WS-CRESC GREATER 99999,9
                   MOVE 99999,9 TO WS-CRESC
               END-IF
           ELSE
               IF WS-CALC-ATUAL GREATER ZEROS
                   MOVE "N" TO WS-CRESC-SW
               ELSE
                   MOVE "-" TO WS-CRESC-SW
               END-IF
           END-IF.

       3900-CALCULA-CRESC-FIM.
           EXIT.

      * -----------------------------------
       4000-RESUMO SECTION.
       4000.
           IF WS-LINHA + 8 GREATER WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO WS-LINHA-RESUMO-QTD.
           MOVE "PEDIDOS CONSIDERADOS NO ANO..........: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-PEDIDOS-ATU TO WS-RES-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS CONSIDERADOS NO ANO ANTERIOR.: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-PEDIDOS-ANT TO WS-RES-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "ITENS SOMADOS........................: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-ITENS TO WS-RES-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PRODUTOS LISTADOS....................: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-LISTADOS TO WS-RES-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PRODUTOS ATIVOS SEM VENDA NO ANO.....: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-SEM-VENDA TO WS-RES-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           IF HISTORICO-AUSENTE
               MOVE "HISTORICO DE PEDIDOS NAO ENCONTRADO" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           IF WS-QTD-DESCARTE GREATER ZEROS
               MOVE WS-QTD-DESCARTE   TO WS-TRUNC-QTD
               MOVE WS-LINHA-TRUNCADO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       4000-RESUMO-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT CLIENTES-AUSENTE
               CLOSE FILE1
           END-IF.
           CLOSE FILE4.
           IF NOT PRODUTOS-AUSENTE
               CLOSE FILE5
           END-IF.
           IF NOT ITENS-AUSENTE
               CLOSE FILE6
           END-IF.
           IF NOT HISTORICO-AUSENTE
               CLOSE FILE11
           END-IF.
           IF NOT ITENSHIST-AUSENTE
               CLOSE FILE12
           END-IF.
           CLOSE RELFILE.
           DISPLAY "MIX DE VENDAS GERADO EM PRELMIX.LST".
           DISPLAY WS-QTD-LISTADOS
                   " PRODUTO(S) COM VENDA NOS DOIS ANOS".
           IF WS-QTD-DESCARTE GREATER ZEROS
               DISPLAY "ATENCAO: " WS-QTD-DESCARTE
                       " PRODUTO(S) FORA DO RELATORIO (TABELA CHEIA)"
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "ARQUIVO CLIENTES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CLIENTES-SW
           END-IF.

           OPEN INPUT FILE4.
           IF NOT FS2-OK
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE 10 TO FS-STAT2
           END-IF.

           OPEN INPUT FILE5.
           IF NOT FS3-OK
               DISPLAY "ARQUIVO PRODUTOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PRODUTOS-SW
           END-IF.

           OPEN INPUT FILE6.
           IF NOT FS4-OK
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
           END-IF.

           OPEN INPUT FILE11.
           IF NOT FS5-OK
               MOVE "N" TO WS-HIST-SW
           END-IF.

           OPEN INPUT FILE12.
           IF NOT FS6-OK
               MOVE "N" TO WS-ITENSHIST-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.
