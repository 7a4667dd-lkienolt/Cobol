       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESPELHO.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     ESPELHO DO PEDIDO
      *
      * OBJETIVO:     EMITIR O ESPELHO DO PEDIDO PARA ENVIO AO
      *               CLIENTE, UMA PAGINA POR PEDIDO EM PESPELHO.LST:
      *               - RAZAO SOCIAL, CNPJ, ENDERECO, MUNICIPIO E UF
      *                 DO CLIENTE (CLIENTES.DAT) E NOME DO VENDEDOR;
      *               - CONDICAO DE PAGAMENTO (CONDPAG.DAT);
      *               - ITENS (ITENSPEDIDO.DAT) COM DESCRICAO E
      *                 UNIDADE DO PRODUTO (PRODUTOS.DAT), QUANTIDADE,
      *                 PRECO UNITARIO E VALOR;
      *               - TOTAL, SITUACAO DO PEDIDO E, SE JA EXISTIREM,
      *                 AS PARCELAS DE TITULOS.DAT.
      *               DOIS MODOS:
      *                 F - FAIXA DE PEDIDOS (INICIAL E FINAL; FINAL
      *                     ZERO = SO O INICIAL), PELO MENU;
      *                 A - APROVADOS HOJE: PEDIDOS NA SITUACAO
      *                     APROVADO CUJA ULTIMA OPERACAO DE AUDITORIA
      *                     E DE HOJE E FOI A APROVACAO ("P") OU O
      *                     ENVIO AO ERP ("X") QUE A SEGUE.
      *               O MODO PODE VIR EM VENDAS_PARAMETRO (CADEIA
      *               NOTURNA, PCADEIA), SEM PERGUNTAR AO OPERADOR.
      *               MODO INVALIDO DEVOLVE RETURN-CODE 8.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  ESPELHO DO PEDIDO
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
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ
               ALTERNATE RECORD KEY FS-NOME WITH DUPLICATES.

           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE5 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

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

           SELECT RELFILE ASSIGN TO DISK "PESPELHO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqpedidos.

       COPY arqprodutos.

       COPY arqitens.

       COPY arqtitulos.

       COPY arqcondpag.

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

      * DATA DO PEDIDO / VENCIMENTO DA PARCELA FORMATADA DD/MM/AA
       01 WS-DATA-EDIT.
           03 WS-EDIT-DIA      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EDIT-MES      PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-EDIT-ANO      PIC 9(02).

       01 WS-CNPJ-MS.
           03 WS-CNPJ-MS1 PIC X(02).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS2 PIC X(03).
           03 FILLER      PIC X(01) VALUE ".".
           03 WS-CNPJ-MS3 PIC X(03).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-CNPJ-MS4 PIC X(04).
           03 FILLER      PIC X(01) VALUE "-".
           03 WS-CNPJ-MS5 PIC X(02).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "ESPELHO DO PEDIDO - HBSIS".
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "EMISSAO: ".
           03 WS-CAB1-DATA       PIC X(08).

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(08) VALUE "PEDIDO: ".
           03 WS-CAB2-NUMERO     PIC 9(07).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "SITUACAO: ".
           03 WS-CAB2-SITUACAO   PIC X(12).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-CAB2-CONTINUA   PIC X(13).

       01  WS-LINHA-CLIENTE.
           03 FILLER             PIC X(11) VALUE "CLIENTE..: ".
           03 WS-CLI-CODIGO      PIC 9(07).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-CLI-NOME        PIC X(40).

       01  WS-LINHA-CNPJ.
           03 FILLER             PIC X(11) VALUE "CNPJ.....: ".
           03 WS-CLI-CNPJ        PIC X(18).

       01  WS-LINHA-ENDERECO.
           03 FILLER             PIC X(11) VALUE "ENDERECO.: ".
           03 WS-CLI-ENDERECO    PIC X(40).

       01  WS-LINHA-MUNICIPIO.
           03 FILLER             PIC X(11) VALUE "MUNICIPIO: ".
           03 WS-CLI-MUNICIPIO   PIC X(30).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-CLI-UF          PIC X(02).

       01  WS-LINHA-VENDEDOR.
           03 FILLER             PIC X(11) VALUE "VENDEDOR.: ".
           03 WS-VEN-CODIGO      PIC 9(03).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-VEN-NOME        PIC X(40).

       01  WS-LINHA-CONDICAO.
           03 FILLER             PIC X(11) VALUE "CONDICAO.: ".
           03 WS-CON-CODIGO      PIC 9(03).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-CON-DESCRICAO   PIC X(30).

       01  WS-LINHA-ITE-CAB.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(05) VALUE "SEQ".
           03 FILLER             PIC X(07) VALUE "PROD.".
           03 FILLER             PIC X(42) VALUE "DESCRICAO".
           03 FILLER             PIC X(05) VALUE "UN.".
           03 FILLER             PIC X(11) VALUE "     QTDE".
           03 FILLER             PIC X(14) VALUE " PRECO UNIT.".
           03 FILLER             PIC X(14) VALUE "         VALOR".

       01  WS-LINHA-ITEM.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-SEQ         PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-PRODUTO     PIC 9(05).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-DESCRICAO   PIC X(40).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-UNIDADE     PIC X(03).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-QTD         PIC ZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-PRECO       PIC Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ITE-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           03 FILLER             PIC X(71) VALUE SPACES.
           03 FILLER             PIC X(16) VALUE "TOTAL DO PEDIDO".
           03 WS-TOT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-PAR-TIT.
           03 FILLER             PIC X(10) VALUE "PARCELAS".

       01  WS-LINHA-PAR-CAB.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "PARC".
           03 FILLER             PIC X(12) VALUE "VENCIMENTO".
           03 FILLER             PIC X(17) VALUE "          VALOR".
           03 FILLER             PIC X(10) VALUE "SITUACAO".

       01  WS-LINHA-PARCELA.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PAR-PARCELA     PIC Z9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PAR-VENCIMENTO  PIC X(08).
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-PAR-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PAR-SITUACAO    PIC X(10).

       01  WS-LINHA-AVISO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-AVISO-MSG       PIC X(100).

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
       77 FS-STAT3        PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
       77 FS-STAT4        PIC 9(02).
       77 FS-STAT5        PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
       77 FS-STAT6        PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
           88 FS6-FIM-ARQUIVO VALUE 10.
       77 FS-STAT7        PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
           88 FS7-FIM-ARQUIVO VALUE 10.
       77 FS-STAT16       PIC 9(02).
           88 FS16-OK        VALUE ZEROS.
           88 FS16-NAO-EXISTE VALUE 35.

       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".
       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-PRODUTOS-SW    PIC X      VALUE "S".
           88 PRODUTOS-AUSENTE    VALUE "N".
       77 WS-ITENS-SW       PIC X      VALUE "S".
           88 ITENS-AUSENTE       VALUE "N".
       77 WS-TITULOS-SW     PIC X      VALUE "S".
           88 TITULOS-AUSENTE     VALUE "N".
       77 WS-CONDPAG-SW     PIC X      VALUE "S".
           88 CONDPAG-AUSENTE     VALUE "N".

       77 WS-MODO         PIC X(01) VALUE SPACES.
           88 MODO-FAIXA         VALUE "F".
           88 MODO-APROVADOS     VALUE "A".

       77 WS-PED-INICIAL  PIC 9(07) VALUE ZEROS.
       77 WS-PED-FINAL    PIC 9(07) VALUE ZEROS.

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.
       77 WS-QTD-EMITIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PARCELAS PIC 9(03) VALUE ZEROS.
       77 WS-STATUS-DESC  PIC X(012) VALUE SPACES.
       77 WS-EMITE-SW     PIC X(01) VALUE "N".
           88 EMITE-PEDIDO       VALUE "S".

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-PROCESSA-FIM
                   UNTIL FS-FIM-ARQUIVO.
           PERFORM 3000-RODAPE  THRU 3000-RODAPE-FIM.
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
           MOVE WS-DATA-REL TO WS-CAB1-DATA.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           IF WS-MODO EQUAL SPACES
               DISPLAY "MODO (F=FAIXA DE PEDIDOS / A=APROVADOS HOJE): "
               ACCEPT WS-MODO
           END-IF.
           INSPECT WS-MODO CONVERTING "fa" TO "FA".

           IF MODO-FAIXA
               PERFORM UNTIL WS-PED-INICIAL GREATER ZEROS
                  DISPLAY "PEDIDO INICIAL: "
                  ACCEPT WS-PED-INICIAL
               END-PERFORM
               DISPLAY "PEDIDO FINAL (0 = SO O INICIAL): "
               ACCEPT WS-PED-FINAL
               IF WS-PED-FINAL LESS WS-PED-INICIAL
                   MOVE WS-PED-INICIAL TO WS-PED-FINAL
               END-IF
           ELSE
               MOVE ZEROS   TO WS-PED-INICIAL
               MOVE 9999999 TO WS-PED-FINAL
           END-IF.

           MOVE ZEROS TO WS-PAGINA WS-QTD-EMITIDOS.

           EVALUATE TRUE
               WHEN NOT MODO-FAIXA AND NOT MODO-APROVADOS
                   DISPLAY "MODO INVALIDO: " WS-MODO
                   MOVE 8  TO RETURN-CODE
                   MOVE 10 TO FS-STAT
               WHEN PEDIDOS-AUSENTE
                   MOVE 10 TO FS-STAT
               WHEN OTHER
                   MOVE WS-PED-INICIAL TO FS4-NUMERO
                   START FILE4 KEY IS NOT LESS THAN FS4-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT
                   END-START
                   IF FS-OK
                       PERFORM 9100-LER-PEDIDO
                          THRU 9100-LER-PEDIDO-FIM
                   END-IF
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * SELECIONA O PEDIDO CORRENTE PELO MODO E EMITE O ESPELHO
       2000-PROCESSA SECTION.
       2000.
           IF FS4-NUMERO GREATER WS-PED-FINAL
               MOVE 10 TO FS-STAT
           ELSE
               MOVE "S" TO WS-EMITE-SW
               IF MODO-APROVADOS
                   IF NOT FS4-ST-APROVADO
                           OR FS4-AUD-DATA NOT EQUAL WS-DATA
                           OR (FS4-AUD-OPERACAO NOT EQUAL "P"
                               AND FS4-AUD-OPERACAO NOT EQUAL "X")
                       MOVE "N" TO WS-EMITE-SW
                   END-IF
               END-IF

               IF EMITE-PEDIDO
                   PERFORM 2100-EMITE-ESPELHO
                      THRU 2100-EMITE-ESPELHO-FIM
                   ADD 1 TO WS-QTD-EMITIDOS
               END-IF

               PERFORM 9100-LER-PEDIDO THRU 9100-LER-PEDIDO-FIM
           END-IF.

       2000-PROCESSA-FIM.
           EXIT.

      * -----------------------------------
      * ESPELHO DE UM PEDIDO: CABECALHO COM CLIENTE E VENDEDOR,
      * ITENS, TOTAL E PARCELAS
       2100-EMITE-ESPELHO SECTION.
       2100.
           PERFORM 2150-DADOS-PEDIDO THRU 2150-DADOS-PEDIDO-FIM.

           MOVE SPACES TO WS-CAB2-CONTINUA.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           IF ITENS-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT6
               MOVE FS4-NUMERO TO FS6-NUMERO
               MOVE ZEROS      TO FS6-SEQUENCIA
               START FILE6 KEY IS NOT LESS THAN FS6-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT6
               END-START

               PERFORM 2300-IMPRIME-ITEM THRU 2300-IMPRIME-ITEM-FIM
                  UNTIL FS6-FIM-ARQUIVO
           END-IF.

           MOVE SPACES        TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE FS4-VALOR     TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 2 TO WS-LINHA.

           IF TITULOS-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT7 WS-QTD-PARCELAS
               MOVE FS4-NUMERO TO FS7-NUMERO-PEDIDO
               MOVE ZEROS      TO FS7-PARCELA
               START FILE7 KEY IS NOT LESS THAN FS7-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT7
               END-START

               PERFORM 2400-IMPRIME-PARCELA
                  THRU 2400-IMPRIME-PARCELA-FIM
                  UNTIL FS7-FIM-ARQUIVO
           END-IF.

       2100-EMITE-ESPELHO-FIM.
           EXIT.

      * -----------------------------------
      * MONTA AS LINHAS DO CABECALHO: SITUACAO, CLIENTE, VENDEDOR E
      * CONDICAO DE PAGAMENTO DO PEDIDO CORRENTE
       2150-DADOS-PEDIDO SECTION.
       2150.
           EVALUATE TRUE
               WHEN FS4-ST-CANCELADO
                   MOVE "CANCELADO"  TO WS-STATUS-DESC
               WHEN FS4-ST-FATURADO
                   MOVE "FATURADO"   TO WS-STATUS-DESC
               WHEN FS4-ST-APROVADO
                   MOVE "APROVADO"   TO WS-STATUS-DESC
               WHEN FS4-ST-PEND-DESCONTO
                   MOVE "PEND.DESCTO" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "DIGITADO"   TO WS-STATUS-DESC
           END-EVALUATE.

           MOVE FS4-NUMERO     TO WS-CAB2-NUMERO.
           MOVE FS4-DIA        TO WS-EDIT-DIA.
           MOVE FS4-MES        TO WS-EDIT-MES.
           MOVE FS4-ANO        TO WS-EDIT-ANO.
           MOVE WS-DATA-EDIT   TO WS-CAB2-DATA.
           MOVE WS-STATUS-DESC TO WS-CAB2-SITUACAO.

           MOVE FS4-COD-CLIENTE TO WS-CLI-CODIGO.
           MOVE SPACES TO WS-CLI-NOME WS-CLI-CNPJ WS-CLI-ENDERECO
                          WS-CLI-MUNICIPIO WS-CLI-UF.
           MOVE FS4-COD-CLIENTE TO FS-CODIGO.
           IF CLIENTES-AUSENTE
               MOVE "CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
           ELSE
               READ FILE1 KEY IS FS-CODIGO
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
                   NOT INVALID KEY
                       MOVE FS-NOME       TO WS-CLI-NOME
                       MOVE FS-CNPJ (1:2)  TO WS-CNPJ-MS1
                       MOVE FS-CNPJ (3:3)  TO WS-CNPJ-MS2
                       MOVE FS-CNPJ (6:3)  TO WS-CNPJ-MS3
                       MOVE FS-CNPJ (9:4)  TO WS-CNPJ-MS4
                       MOVE FS-CNPJ (13:2) TO WS-CNPJ-MS5
                       MOVE WS-CNPJ-MS    TO WS-CLI-CNPJ
                       MOVE FS-ENDERECO   TO WS-CLI-ENDERECO
                       MOVE FS-MUNICIPIO  TO WS-CLI-MUNICIPIO
                       MOVE FS-UF         TO WS-CLI-UF
               END-READ
           END-IF.

           MOVE FS4-COD-VENDEDOR TO WS-VEN-CODIGO.
           MOVE SPACES           TO WS-VEN-NOME.
           MOVE FS4-COD-VENDEDOR TO FS2-CODIGO.
           IF VENDEDORES-AUSENTE
               MOVE "VENDEDOR NAO CADASTRADO" TO WS-VEN-NOME
           ELSE
               READ FILE2 KEY IS FS2-CODIGO
                   INVALID KEY
                       MOVE "VENDEDOR NAO CADASTRADO" TO WS-VEN-NOME
                   NOT INVALID KEY
                       MOVE FS2-NOME TO WS-VEN-NOME
               END-READ
           END-IF.

           MOVE ZEROS  TO WS-CON-CODIGO.
           MOVE SPACES TO WS-CON-DESCRICAO.
           IF FS4-COND-PAGTO NUMERIC
               MOVE FS4-COND-PAGTO TO WS-CON-CODIGO
           END-IF.
           IF WS-CON-CODIGO EQUAL ZEROS
               MOVE "A COMBINAR" TO WS-CON-DESCRICAO
           ELSE
               IF CONDPAG-AUSENTE
                   CONTINUE
               ELSE
                   MOVE WS-CON-CODIGO TO FS16-CODIGO
                   READ FILE16
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS16-DESCRICAO TO WS-CON-DESCRICAO
                   END-READ
               END-IF
           END-IF.

       2150-DADOS-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * CABECALHO DO ESPELHO, EM PAGINA NOVA; REPETIDO COM A MARCA
      * DE CONTINUACAO QUANDO OS ITENS PASSAM DE UMA PAGINA
       2200-CABECALHO SECTION.
       2200.
           ADD 1      TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.

           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           IF WS-PAGINA = 1
               WRITE REL-LINHA
           ELSE
               WRITE REL-LINHA AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-CAB2  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-LINHA-CLIENTE   TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-CNPJ      TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-ENDERECO  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-MUNICIPIO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-VENDEDOR  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-CONDICAO  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-ITE-CAB TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 14 TO WS-LINHA.

       2200-CABECALHO-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO ITEM DO PEDIDO E IMPRIME COM OS DADOS DO
      * PRODUTO
       2300-IMPRIME-ITEM SECTION.
       2300.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT6
           END-READ.

           IF FS6-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT6
               ELSE
                   IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
                       MOVE "(CONTINUACAO)" TO WS-CAB2-CONTINUA
                       PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
                   END-IF

                   MOVE FS6-SEQUENCIA   TO WS-ITE-SEQ
                   MOVE FS6-COD-PRODUTO TO WS-ITE-PRODUTO
                   MOVE SPACES          TO WS-ITE-UNIDADE
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-ITE-DESCRICAO
                   IF NOT PRODUTOS-AUSENTE
                       MOVE FS6-COD-PRODUTO TO FS5-CODIGO
                       READ FILE5
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FS5-DESCRICAO TO WS-ITE-DESCRICAO
                               MOVE FS5-UNIDADE   TO WS-ITE-UNIDADE
                       END-READ
                   END-IF
                   MOVE FS6-QUANTIDADE  TO WS-ITE-QTD
                   MOVE FS6-PRECO-UNIT  TO WS-ITE-PRECO
                   MOVE FS6-VALOR-ITEM  TO WS-ITE-VALOR
                   MOVE WS-LINHA-ITEM   TO REL-LINHA
                   WRITE REL-LINHA
                   ADD 1 TO WS-LINHA
               END-IF
           END-IF.

       2300-IMPRIME-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * LE A PROXIMA PARCELA DO PEDIDO EM TITULOS.DAT; A PRIMEIRA
      * ABRE O QUADRO DE PARCELAS
       2400-IMPRIME-PARCELA SECTION.
       2400.
           READ FILE7 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT7
           END-READ.

           IF FS7-OK
               IF FS7-NUMERO-PEDIDO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT7
               ELSE
                   IF WS-QTD-PARCELAS EQUAL ZEROS
                       MOVE SPACES           TO REL-LINHA
                       WRITE REL-LINHA
                       MOVE WS-LINHA-PAR-TIT TO REL-LINHA
                       WRITE REL-LINHA
                       MOVE WS-LINHA-PAR-CAB TO REL-LINHA
                       WRITE REL-LINHA
                       ADD 3 TO WS-LINHA
                   END-IF
                   ADD 1 TO WS-QTD-PARCELAS

                   MOVE FS7-PARCELA   TO WS-PAR-PARCELA
                   MOVE FS7-VENC-DIA  TO WS-EDIT-DIA
                   MOVE FS7-VENC-MES  TO WS-EDIT-MES
                   MOVE FS7-VENC-ANO  TO WS-EDIT-ANO
                   MOVE WS-DATA-EDIT  TO WS-PAR-VENCIMENTO
                   MOVE FS7-VALOR     TO WS-PAR-VALOR
                   EVALUATE TRUE
                       WHEN FS7-PAGO
                           MOVE "PAGA"      TO WS-PAR-SITUACAO
                       WHEN FS7-CANCELADO
                           MOVE "CANCELADA" TO WS-PAR-SITUACAO
                       WHEN OTHER
                           MOVE "EM ABERTO" TO WS-PAR-SITUACAO
                   END-EVALUATE
                   MOVE WS-LINHA-PARCELA TO REL-LINHA
                   WRITE REL-LINHA
                   ADD 1 TO WS-LINHA
               END-IF
           END-IF.

       2400-IMPRIME-PARCELA-FIM.
           EXIT.

      * -----------------------------------
      * SEM NENHUM ESPELHO EMITIDO, O RELATORIO LEVA O AVISO
       3000-RODAPE SECTION.
       3000.
           IF WS-QTD-EMITIDOS EQUAL ZEROS
               MOVE WS-LINHA-CAB1  TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES         TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES         TO WS-LINHA-AVISO
               EVALUATE TRUE
                   WHEN MODO-FAIXA
                       MOVE "NENHUM PEDIDO NA FAIXA INFORMADA"
                            TO WS-AVISO-MSG
                   WHEN MODO-APROVADOS
                       MOVE "NENHUM PEDIDO APROVADO HOJE"
                            TO WS-AVISO-MSG
                   WHEN OTHER
                       MOVE "MODO INVALIDO - NADA EMITIDO"
                            TO WS-AVISO-MSG
               END-EVALUATE
               MOVE WS-LINHA-AVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       3000-RODAPE-FIM.
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
           IF NOT TITULOS-AUSENTE
               CLOSE FILE7
           END-IF.
           IF NOT CONDPAG-AUSENTE
               CLOSE FILE16
           END-IF.
           CLOSE RELFILE.
           DISPLAY "ESPELHOS GERADOS EM PESPELHO.LST".
           DISPLAY WS-QTD-EMITIDOS " PEDIDO(S) EMITIDO(S)".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO; SO PEDIDOS.DAT E
      * OBRIGATORIO, OS DEMAIS FALTANDO DEIXAM O DADO EM BRANCO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE4.
           IF FS-NAO-EXISTE
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE1.
           IF FS2-NAO-EXISTE
               DISPLAY "ARQUIVO CLIENTES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CLIENTES-SW
           END-IF.

           OPEN INPUT FILE2.
           IF FS3-NAO-EXISTE
               DISPLAY "ARQUIVO VENDEDORES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-VENDEDORES-SW
           END-IF.

           OPEN INPUT FILE5.
           IF FS5-NAO-EXISTE
               DISPLAY "ARQUIVO PRODUTOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PRODUTOS-SW
           END-IF.

           OPEN INPUT FILE6.
           IF FS6-NAO-EXISTE
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
           END-IF.

           OPEN INPUT FILE7.
           IF FS7-NAO-EXISTE
               MOVE "N" TO WS-TITULOS-SW
           END-IF.

           OPEN INPUT FILE16.
           IF FS16-NAO-EXISTE
               MOVE "N" TO WS-CONDPAG-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO PEDIDO EM SEQUENCIA DE NUMERO
       9100-LER-PEDIDO SECTION.
       9100.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

       9100-LER-PEDIDO-FIM.
           EXIT.
