       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEXTVENDAS.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     EXTRACAO MENSAL ANALITICA DE VENDAS
      *
      * OBJETIVO:     GERAR VENDAS.CSV, DELIMITADO POR PONTO-E-VIRGULA
      *               PARA PLANILHA/BI, COM UMA LINHA POR ITEM DOS
      *               PEDIDOS DO MES/ANO INFORMADO (PELA DATA DO
      *               PEDIDO, EM QUALQUER SITUACAO), REPETINDO EM
      *               CADA LINHA OS DADOS DO PEDIDO, DO CLIENTE, DO
      *               VENDEDOR E DO PRODUTO:
      *               ORIGEM;PEDIDO;SEQ;DATA(DD/MM/AA);SITUACAO;
      *               CLIENTE;NOME;MUNICIPIO;UF;VENDEDOR;NOME;
      *               PRODUTO;DESCRICAO;UNIDADE;QUANTIDADE;PRECO;VALOR
      *               A PRIMEIRA LINHA TRAZ OS NOMES DAS COLUNAS.
      *               ORIGEM "A" = ARQUIVO VIVO (PEDIDOS.DAT), "H" =
      *               HISTORICO DO ARQUIVAMENTO (PEDIDOSHIST.DAT/
      *               ITENSHIST.DAT), LIDO SO QUANDO PEDIDO.
      *               PARAMETRO EM VENDAS_PARAMETRO (CADEIA NOTURNA,
      *               PCADEIA) OU PERGUNTADO AO OPERADOR: "MMAAH",
      *               MES E ANO (0000 = MES ANTERIOR AO CORRENTE) E
      *               H = "S" PARA INCLUIR O HISTORICO.
      *               PARAMETRO INVALIDO DEVOLVE RETURN-CODE 8.
      *               RELATORIO DE CONTROLE EM PEXTVENDAS.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  EXTRACAO MENSAL ANALITICA DE VENDAS
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

           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT8
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

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

           SELECT EXTFILE ASSIGN TO DISK "vendas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT9.

           SELECT RELFILE ASSIGN TO DISK "PEXTVENDAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT7.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqpedidos.

       COPY arqprodutos.

       COPY arqitens.

       COPY arqpedhist.

       COPY arqitemhist.

       FD EXTFILE.
       01 EXT-REC                PIC X(300).

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

      * PARAMETRO MMAAH (VENDAS_PARAMETRO OU DIGITADO)
       01  WS-PARAMETRO       PIC X(010) VALUE SPACES.
       01  FILLER REDEFINES WS-PARAMETRO.
           03 WS-PAR-MESANO.
              05 WS-PAR-MES   PIC 9(002).
              05 WS-PAR-ANO   PIC 9(002).
           03 WS-PAR-HIST     PIC X(001).
           03 FILLER          PIC X(005).

       77 WS-REF-MES      PIC 9(002) VALUE ZEROS.
       77 WS-REF-ANO      PIC 9(002) VALUE ZEROS.
       77 WS-PARAM-SW     PIC X(001) VALUE "S".
           88 PARAMETRO-OK       VALUE "S".
       77 WS-HISTORICO    PIC X(001) VALUE "N".
           88 INCLUI-HISTORICO   VALUES "S" "s".

      * PEDIDO CORRENTE (VIVO OU HISTORICO)
       01  WS-PED.
           03 WS-PED-ORIGEM    PIC X(001).
           03 WS-PED-NUMERO    PIC 9(007).
           03 WS-PED-ANO       PIC 9(002).
           03 WS-PED-MES       PIC 9(002).
           03 WS-PED-DIA       PIC 9(002).
           03 WS-PED-STATUS    PIC X(001).
              88 PED-CANCELADO      VALUE "C".
              88 PED-FATURADO       VALUE "F".
              88 PED-APROVADO       VALUE "A".
              88 PED-PEND-DESCONTO  VALUE "P".
           03 WS-PED-CLIENTE   PIC 9(007).
           03 WS-PED-VENDEDOR  PIC 9(003).

      * DADOS DO CLIENTE E DO VENDEDOR DO PEDIDO CORRENTE
       01  WS-CLI-NOME        PIC X(040) VALUE SPACES.
       01  WS-CLI-MUNICIPIO   PIC X(030) VALUE SPACES.
       01  WS-CLI-UF          PIC X(002) VALUE SPACES.
       01  WS-VEN-NOME        PIC X(040) VALUE SPACES.
       01  WS-PRO-DESCRICAO   PIC X(040) VALUE SPACES.
       01  WS-PRO-UNIDADE     PIC X(003) VALUE SPACES.
       01  WS-STATUS-DESC     PIC X(012) VALUE SPACES.

      * ITEM CORRENTE E CAMPOS DA LINHA DELIMITADA
       01  WS-ITE-SEQUENCIA   PIC 9(003) VALUE ZEROS.
       01  WS-ITE-PRODUTO     PIC 9(005) VALUE ZEROS.
       01  WS-ITE-QTD         PIC 9(005)V9(002) VALUE ZEROS.
       01  WS-ITE-PRECO       PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-ITE-VALOR       PIC 9(009)V9(002) VALUE ZEROS.

       01  WS-EXT-LINHA       PIC X(300) VALUE SPACES.
       01  WS-EXT-DATA.
           03 WS-EXT-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WS-EXT-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WS-EXT-ANO      PIC 9(02).
       01  WS-EXT-QTD         PIC 9(005),9(002).
       01  WS-EXT-PRECO       PIC 9(007),9(002).
       01  WS-EXT-VALOR       PIC 9(009),9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "EXTRACAO MENSAL DE VENDAS - HBSIS".
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB1-DATA       PIC X(08).

       01  WS-LINHA-PARAM.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(13) VALUE "REFERENCIA: ".
           03 WS-PARAM-MES       PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-PARAM-ANO       PIC 9(02).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE "HISTORICO: ".
           03 WS-PARAM-HIST      PIC X(20).

       01  WS-LINHA-RESUMO.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-RES-TEXTO       PIC X(40).
           03 WS-RES-TOTAL       PIC ZZZ.ZZ9.

       01  WS-LINHA-VALOR.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-VAL-TEXTO       PIC X(40).
           03 WS-VAL-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-AVISO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-AVISO-MSG       PIC X(100).

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
       77 FS-STAT8        PIC 9(02).
           88 FS8-OK         VALUE ZEROS.
           88 FS8-NAO-EXISTE VALUE 35.
       77 FS-STAT9        PIC 9(02).

       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".
       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-PRODUTOS-SW    PIC X      VALUE "S".
           88 PRODUTOS-AUSENTE    VALUE "N".
       77 WS-ITENS-SW       PIC X      VALUE "S".
           88 ITENS-AUSENTE       VALUE "N".
       77 WS-HIST-SW        PIC X      VALUE "S".
           88 HISTORICO-AUSENTE   VALUE "N".
       77 WS-ITENSHIST-SW   PIC X      VALUE "S".
           88 ITENSHIST-AUSENTE   VALUE "N".

      * TOTAIS DE CONTROLE
       77 WS-QTD-PEDIDOS     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-PED-HIST    PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LINHAS      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LIN-HIST    PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-ITENS   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ITENS-PED   PIC 9(003) VALUE ZEROS.
       77 WS-VAL-EXTRAIDO    PIC 9(011)V9(002) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF PARAMETRO-OK
               PERFORM 2000-PEDIDO-VIVO THRU 2000-PEDIDO-VIVO-FIM
                       UNTIL FS2-FIM-ARQUIVO
               IF INCLUI-HISTORICO AND NOT HISTORICO-AUSENTE
                   PERFORM 2100-PREPARA-HISTORICO
                      THRU 2100-PREPARA-HISTORICO-FIM
                   PERFORM 2150-PEDIDO-HISTORICO
                      THRU 2150-PEDIDO-HISTORICO-FIM
                      UNTIL FS5-FIM-ARQUIVO
               END-IF
               PERFORM 4000-RESUMO THRU 4000-RESUMO-FIM
           END-IF.
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

           MOVE WS-DATA-REL    TO WS-CAB1-DATA.
           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           IF NOT PARAMETRO-OK
               MOVE SPACES TO WS-LINHA-AVISO
               STRING "PARAMETRO INVALIDO: " WS-PARAMETRO
                      " (INFORME MMAAH, EX. 0926S)"
                      DELIMITED BY SIZE INTO WS-AVISO-MSG
               MOVE WS-LINHA-AVISO TO REL-LINHA
               WRITE REL-LINHA
               DISPLAY "PARAMETRO INVALIDO: " WS-PARAMETRO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-REF-MES TO WS-PARAM-MES
               MOVE WS-REF-ANO TO WS-PARAM-ANO
               EVALUATE TRUE
                   WHEN NOT INCLUI-HISTORICO
                       MOVE "NAO"            TO WS-PARAM-HIST
                   WHEN HISTORICO-AUSENTE
                       MOVE "NAO ENCONTRADO" TO WS-PARAM-HIST
                   WHEN OTHER
                       MOVE "SIM"            TO WS-PARAM-HIST
               END-EVALUATE
               MOVE WS-LINHA-PARAM TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES         TO REL-LINHA
               WRITE REL-LINHA
               PERFORM 1100-CABECALHO-EXTRACAO
                  THRU 1100-CABECALHO-EXTRACAO-FIM
           END-IF.

           IF PEDIDOS-AUSENTE
               MOVE 10 TO FS-STAT2
           ELSE
               MOVE ZEROS TO FS-STAT2
               MOVE ZEROS TO FS4-KEY
               START FILE4 KEY IS NOT LESS THAN FS4-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT2
               END-START
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * LE O PARAMETRO MMAAH DE VENDAS_PARAMETRO OU DO OPERADOR.
      * MES/ANO 0000 = MES ANTERIOR AO CORRENTE (RODADA NO INICIO DO
      * MES PELA CADEIA NOTURNA)
       1050-PEDE-PARAMETROS SECTION.
       1050.
           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT-VALUE.
           IF WS-PARAMETRO EQUAL SPACES
               DISPLAY "MES/ANO DE REFERENCIA (MMAA, 0000 = ANTERIOR): "
               ACCEPT WS-PAR-MESANO
               DISPLAY "INCLUI HISTORICO ARQUIVADO (S/N): "
               ACCEPT WS-PAR-HIST
           END-IF.

           MOVE WS-PAR-HIST TO WS-HISTORICO.

           EVALUATE TRUE
               WHEN WS-PAR-MESANO NOT NUMERIC
                   MOVE "N" TO WS-PARAM-SW
               WHEN WS-PAR-MESANO EQUAL "0000"
                   IF WS-MES EQUAL 01
                       MOVE 12 TO WS-REF-MES
                       IF WS-ANO EQUAL ZEROS
                           MOVE 99 TO WS-REF-ANO
                       ELSE
                           COMPUTE WS-REF-ANO = WS-ANO - 1
                       END-IF
                   ELSE
                       COMPUTE WS-REF-MES = WS-MES - 1
                       MOVE WS-ANO TO WS-REF-ANO
                   END-IF
               WHEN WS-PAR-MES LESS 01 OR WS-PAR-MES GREATER 12
                   MOVE "N" TO WS-PARAM-SW
               WHEN OTHER
                   MOVE WS-PAR-MES TO WS-REF-MES
                   MOVE WS-PAR-ANO TO WS-REF-ANO
           END-EVALUATE.

       1050-PEDE-PARAMETROS-FIM.
           EXIT.

      * -----------------------------------
      * ABRE VENDAS.CSV E GRAVA A LINHA COM OS NOMES DAS COLUNAS
       1100-CABECALHO-EXTRACAO SECTION.
       1100.
           OPEN OUTPUT EXTFILE.

           MOVE SPACES TO WS-EXT-LINHA.
           STRING "ORIGEM;PEDIDO;SEQ;DATA;SITUACAO;"
                  "CLIENTE;NOME CLIENTE;MUNICIPIO;UF;"
                  "VENDEDOR;NOME VENDEDOR;"
                  "PRODUTO;DESCRICAO;UNIDADE;"
                  "QUANTIDADE;PRECO UNITARIO;VALOR"
                  DELIMITED BY SIZE INTO WS-EXT-LINHA.
           MOVE WS-EXT-LINHA TO EXT-REC.
           WRITE EXT-REC.

       1100-CABECALHO-EXTRACAO-FIM.
           EXIT.

      * -----------------------------------
      * TRATA UM PEDIDO DO ARQUIVO VIVO E EXTRAI OS SEUS ITENS
       2000-PEDIDO-VIVO SECTION.
       2000.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT2
           END-READ.

           IF FS2-OK
               IF FS4-ANO EQUAL WS-REF-ANO AND FS4-MES EQUAL WS-REF-MES
                   MOVE "A"              TO WS-PED-ORIGEM
                   MOVE FS4-NUMERO       TO WS-PED-NUMERO
                   MOVE FS4-ANO          TO WS-PED-ANO
                   MOVE FS4-MES          TO WS-PED-MES
                   MOVE FS4-DIA          TO WS-PED-DIA
                   MOVE FS4-STATUS-PED   TO WS-PED-STATUS
                   MOVE FS4-COD-CLIENTE  TO WS-PED-CLIENTE
                   MOVE FS4-COD-VENDEDOR TO WS-PED-VENDEDOR
                   PERFORM 2500-DADOS-PEDIDO THRU 2500-DADOS-PEDIDO-FIM
                   ADD 1 TO WS-QTD-PEDIDOS
                   IF NOT ITENS-AUSENTE
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
                   IF WS-QTD-ITENS-PED EQUAL ZEROS
                       ADD 1 TO WS-QTD-SEM-ITENS
                   END-IF
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
                   MOVE FS6-SEQUENCIA   TO WS-ITE-SEQUENCIA
                   MOVE FS6-COD-PRODUTO TO WS-ITE-PRODUTO
                   MOVE FS6-QUANTIDADE  TO WS-ITE-QTD
                   MOVE FS6-PRECO-UNIT  TO WS-ITE-PRECO
                   MOVE FS6-VALOR-ITEM  TO WS-ITE-VALOR
                   PERFORM 2600-GRAVA-LINHA THRU 2600-GRAVA-LINHA-FIM
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
      * TRATA UM PEDIDO DO HISTORICO E EXTRAI OS SEUS ITENS ARQUIVADOS
       2150-PEDIDO-HISTORICO SECTION.
       2150.
           READ FILE11 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT5
           END-READ.

           IF FS5-OK
               IF FSH-ANO EQUAL WS-REF-ANO AND FSH-MES EQUAL WS-REF-MES
                   MOVE "H"              TO WS-PED-ORIGEM
                   MOVE FSH-NUMERO       TO WS-PED-NUMERO
                   MOVE FSH-ANO          TO WS-PED-ANO
                   MOVE FSH-MES          TO WS-PED-MES
                   MOVE FSH-DIA          TO WS-PED-DIA
                   MOVE FSH-STATUS-PED   TO WS-PED-STATUS
                   MOVE FSH-COD-CLIENTE  TO WS-PED-CLIENTE
                   MOVE FSH-COD-VENDEDOR TO WS-PED-VENDEDOR
                   PERFORM 2500-DADOS-PEDIDO THRU 2500-DADOS-PEDIDO-FIM
                   ADD 1 TO WS-QTD-PED-HIST
                   IF NOT ITENSHIST-AUSENTE
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
                   IF WS-QTD-ITENS-PED EQUAL ZEROS
                       ADD 1 TO WS-QTD-SEM-ITENS
                   END-IF
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
                   MOVE FSI-SEQUENCIA   TO WS-ITE-SEQUENCIA
                   MOVE FSI-COD-PRODUTO TO WS-ITE-PRODUTO
                   MOVE FSI-QUANTIDADE  TO WS-ITE-QTD
                   MOVE FSI-PRECO-UNIT  TO WS-ITE-PRECO
                   MOVE FSI-VALOR-ITEM  TO WS-ITE-VALOR
                   PERFORM 2600-GRAVA-LINHA THRU 2600-GRAVA-LINHA-FIM
               END-IF
           END-IF.

       2180-ITEM-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * BUSCA UMA VEZ POR PEDIDO A SITUACAO, O CLIENTE E O VENDEDOR.
      * O PONTO-E-VIRGULA DOS TEXTOS VIRA VIRGULA PARA NAO QUEBRAR AS
      * COLUNAS
       2500-DADOS-PEDIDO SECTION.
       2500.
           MOVE ZEROS TO WS-QTD-ITENS-PED.

           EVALUATE TRUE
               WHEN PED-CANCELADO
                   MOVE "CANCELADO"  TO WS-STATUS-DESC
               WHEN PED-FATURADO
                   MOVE "FATURADO"   TO WS-STATUS-DESC
               WHEN PED-APROVADO
                   MOVE "APROVADO"   TO WS-STATUS-DESC
               WHEN PED-PEND-DESCONTO
                   MOVE "PEND.DESCTO" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "DIGITADO"   TO WS-STATUS-DESC
           END-EVALUATE.

           MOVE SPACES TO WS-CLI-NOME WS-CLI-MUNICIPIO WS-CLI-UF.
           IF CLIENTES-AUSENTE
               MOVE "CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
           ELSE
               MOVE WS-PED-CLIENTE TO FS-CODIGO
               READ FILE1 KEY IS FS-CODIGO
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
                   NOT INVALID KEY
                       MOVE FS-NOME      TO WS-CLI-NOME
                       MOVE FS-MUNICIPIO TO WS-CLI-MUNICIPIO
                       MOVE FS-UF        TO WS-CLI-UF
               END-READ
           END-IF.

           MOVE SPACES TO WS-VEN-NOME.
           IF VENDEDORES-AUSENTE
               MOVE "VENDEDOR NAO CADASTRADO" TO WS-VEN-NOME
           ELSE
               MOVE WS-PED-VENDEDOR TO FS2-CODIGO
               READ FILE2 KEY IS FS2-CODIGO
                   INVALID KEY
                       MOVE "VENDEDOR NAO CADASTRADO" TO WS-VEN-NOME
                   NOT INVALID KEY
                       MOVE FS2-NOME TO WS-VEN-NOME
               END-READ
           END-IF.

           INSPECT WS-CLI-NOME      REPLACING ALL ";" BY ",".
           INSPECT WS-CLI-MUNICIPIO REPLACING ALL ";" BY ",".
           INSPECT WS-VEN-NOME      REPLACING ALL ";" BY ",".

           MOVE WS-PED-DIA TO WS-EXT-DIA.
           MOVE WS-PED-MES TO WS-EXT-MES.
           MOVE WS-PED-ANO TO WS-EXT-ANO.

       2500-DADOS-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A LINHA DO ITEM CORRENTE EM VENDAS.CSV
       2600-GRAVA-LINHA SECTION.
       2600.
           MOVE SPACES TO WS-PRO-DESCRICAO WS-PRO-UNIDADE.
           IF PRODUTOS-AUSENTE
               MOVE "PRODUTO NAO CADASTRADO" TO WS-PRO-DESCRICAO
           ELSE
               MOVE WS-ITE-PRODUTO TO FS5-CODIGO
               READ FILE5
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO"
                            TO WS-PRO-DESCRICAO
                   NOT INVALID KEY
                       MOVE FS5-DESCRICAO TO WS-PRO-DESCRICAO
                       MOVE FS5-UNIDADE   TO WS-PRO-UNIDADE
               END-READ
           END-IF.
           INSPECT WS-PRO-DESCRICAO REPLACING ALL ";" BY ",".

           MOVE WS-ITE-QTD   TO WS-EXT-QTD.
           MOVE WS-ITE-PRECO TO WS-EXT-PRECO.
           MOVE WS-ITE-VALOR TO WS-EXT-VALOR.

           MOVE SPACES TO WS-EXT-LINHA.
           STRING WS-PED-ORIGEM ";" WS-PED-NUMERO ";"
                  WS-ITE-SEQUENCIA ";" WS-EXT-DATA ";"
                  WS-STATUS-DESC ";"
                  WS-PED-CLIENTE ";" WS-CLI-NOME ";"
                  WS-CLI-MUNICIPIO ";" WS-CLI-UF ";"
                  WS-PED-VENDEDOR ";" WS-VEN-NOME ";"
                  WS-ITE-PRODUTO ";" WS-PRO-DESCRICAO ";"
                  WS-PRO-UNIDADE ";"
                  WS-EXT-QTD ";" WS-EXT-PRECO ";" WS-EXT-VALOR
                  DELIMITED BY SIZE INTO WS-EXT-LINHA.
           MOVE WS-EXT-LINHA TO EXT-REC.
           WRITE EXT-REC.

           ADD 1            TO WS-QTD-ITENS-PED.
           ADD WS-ITE-VALOR TO WS-VAL-EXTRAIDO.
           IF WS-PED-ORIGEM EQUAL "H"
               ADD 1 TO WS-QTD-LIN-HIST
           ELSE
               ADD 1 TO WS-QTD-LINHAS
           END-IF.

       2600-GRAVA-LINHA-FIM.
           EXIT.

      * -----------------------------------
      * TOTAIS DE CONTROLE NO PEXTVENDAS.LST
       4000-RESUMO SECTION.
       4000.
           MOVE SPACES TO WS-LINHA-RESUMO.
           MOVE "PEDIDOS DO MES - ARQUIVO VIVO.......: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-PEDIDOS   TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "LINHAS (ITENS) - ARQUIVO VIVO.......: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-LINHAS    TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO  TO REL-LINHA.
           WRITE REL-LINHA.

           IF INCLUI-HISTORICO
               MOVE "PEDIDOS DO MES - HISTORICO..........: "
                    TO WS-RES-TEXTO
               MOVE WS-QTD-PED-HIST  TO WS-RES-TOTAL
               MOVE WS-LINHA-RESUMO  TO REL-LINHA
               WRITE REL-LINHA
               MOVE "LINHAS (ITENS) - HISTORICO..........: "
                    TO WS-RES-TEXTO
               MOVE WS-QTD-LIN-HIST  TO WS-RES-TOTAL
               MOVE WS-LINHA-RESUMO  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           MOVE "PEDIDOS SEM ITENS (NAO EXTRAIDOS)...: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-SEM-ITENS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE "VALOR TOTAL DOS ITENS EXTRAIDOS.....: "
                TO WS-VAL-TEXTO.
           MOVE WS-VAL-EXTRAIDO  TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

       4000-RESUMO-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT CLIENTES-AUSENTE
               CLOSE FILE1
           END-IF.
           IF NOT VENDEDORES-AUSENTE
               CLOSE FILE2
           END-IF.
           IF NOT PEDIDOS-AUSENTE
               CLOSE FILE4
           END-IF.
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
           IF PARAMETRO-OK
               CLOSE EXTFILE
               DISPLAY "EXTRACAO GERADA EM VENDAS.CSV"
               COMPUTE WS-QTD-LINHAS = WS-QTD-LINHAS + WS-QTD-LIN-HIST
               DISPLAY WS-QTD-LINHAS " LINHA(S) EXTRAIDA(S)"
           END-IF.
           CLOSE RELFILE.
           DISPLAY "CONTROLE GERADO EM PEXTVENDAS.LST".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA; O HISTORICO E OPCIONAL
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE1.
           IF FS-NAO-EXISTE
               DISPLAY "ARQUIVO CLIENTES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CLIENTES-SW
           END-IF.

           OPEN INPUT FILE2.
           IF FS8-NAO-EXISTE
               DISPLAY "ARQUIVO VENDEDORES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-VENDEDORES-SW
           END-IF.

           OPEN INPUT FILE4.
           IF FS2-NAO-EXISTE
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE5.
           IF FS3-NAO-EXISTE
               DISPLAY "ARQUIVO PRODUTOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PRODUTOS-SW
           END-IF.

           OPEN INPUT FILE6.
           IF FS4-NAO-EXISTE
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
           END-IF.

           OPEN INPUT FILE11.
           IF FS5-NAO-EXISTE
               MOVE "N" TO WS-HIST-SW
           END-IF.

           OPEN INPUT FILE12.
           IF FS6-NAO-EXISTE
               MOVE "N" TO WS-ITENSHIST-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.
