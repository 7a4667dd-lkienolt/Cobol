       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELDESCONTO.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     RELATORIO MENSAL DE DESCONTOS CONCEDIDOS
      *
      * OBJETIVO:     PARA O MES/ANO INFORMADO, MEDIR OS DESCONTOS
      *               DADOS NOS PEDIDOS NAO CANCELADOS DE PEDIDOS.DAT:
      *               CADA ITEM DE ITENSPEDIDO.DAT E COMPARADO COM O
      *               PRECO DE TABELA GRAVADO NA DIGITACAO
      *               (FS6-PRECO-TABELA). LISTA OS PEDIDOS QUE
      *               PASSARAM DA ALCADA (LIBERADOS PELO SUPERVISOR
      *               OU AINDA PENDENTES) E TOTALIZA POR VENDEDOR E
      *               POR OPERADOR QUE DIGITOU OS PRECOS: PEDIDOS,
      *               VALOR DE TABELA, VALOR VENDIDO, DESCONTO EM
      *               REAIS, DESCONTO MEDIO E MAIOR DESCONTO (%).
      *               ITENS SEM PRECO DE TABELA (DIGITADOS ANTES DA
      *               ALCADA DE DESCONTO) NAO ENTRAM NA MEDIDA.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  DESCONTOS CONCEDIDOS NO MES
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT RELFILE ASSIGN TO DISK "PRELDESCONTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

       DATA DIVISION.
       FILE SECTION.

       COPY arqvendedor.

       COPY arqpedidos.

       COPY arqitens.

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

      * TOTAIS POR VENDEDOR, ENDERECADOS PELO PROPRIO CODIGO
       01  TAB-VENDEDORES.
           03  TAB-VEN-ITEM OCCURS 999 TIMES.
               05  TAB-VEN-PEDIDOS   PIC 9(005).
               05  TAB-VEN-TABELA    PIC 9(011)V9(002).
               05  TAB-VEN-VENDIDO   PIC 9(011)V9(002).
               05  TAB-VEN-DESCONTO  PIC 9(011)V9(002).
               05  TAB-VEN-MAIOR     PIC 9(003)V9(002).

      * TOTAIS POR OPERADOR QUE DIGITOU OS PRECOS
       01  TAB-OPERADORES.
           03  TAB-OPER-ITEM OCCURS 50 TIMES INDEXED BY IX-OPER.
               05  TAB-OPER-NOME     PIC X(008).
               05  TAB-OPER-PEDIDOS  PIC 9(005).
               05  TAB-OPER-TABELA   PIC 9(011)V9(002).
               05  TAB-OPER-VENDIDO  PIC 9(011)V9(002).
               05  TAB-OPER-DESCONTO PIC 9(011)V9(002).
               05  TAB-OPER-MAIOR    PIC 9(003)V9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(35) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "DESCONTOS CONCEDIDOS NO MES - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(11) VALUE "REFERENCIA:".
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-CAB2-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-CAB2-ANO        PIC 9(02).
           03 FILLER             PIC X(96) VALUE SPACES.

      * CABECALHO DE COLUNAS DA SECAO CORRENTE, REPETIDO NA QUEBRA
      * DE PAGINA
       01  WS-CAB-COLUNAS        PIC X(132) VALUE SPACES.

       01  WS-LINHA-CAB-PED.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "PEDIDO".
           03 FILLER             PIC X(10) VALUE "DATA".
           03 FILLER             PIC X(06) VALUE "VEND".
           03 FILLER             PIC X(10) VALUE "OPERADOR".
           03 FILLER             PIC X(16) VALUE "VALOR PEDIDO".
           03 FILLER             PIC X(09) VALUE "MAIOR %".
           03 FILLER             PIC X(12) VALUE "SITUACAO".
           03 FILLER             PIC X(10) VALUE "LIBERADOR".
           03 FILLER             PIC X(08) VALUE "EM".

       01  WS-LINHA-PED.
           03 WS-PED-NUMERO      PIC ZZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-PED-DATA        PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-PED-VENDEDOR    PIC ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PED-OPERADOR    PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-PED-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-PED-PERC        PIC ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-PED-SITUACAO    PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-PED-LIBERADOR   PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-PED-LIB-DATA    PIC X(08).

       01  WS-LINHA-CAB-TOT.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-CAB-TOT-CHAVE   PIC X(40).
           03 FILLER             PIC X(09) VALUE "PEDIDOS".
           03 FILLER             PIC X(17) VALUE "VALOR TABELA".
           03 FILLER             PIC X(17) VALUE "VALOR VENDIDO".
           03 FILLER             PIC X(17) VALUE "DESCONTO R$".
           03 FILLER             PIC X(10) VALUE "MEDIO %".
           03 FILLER             PIC X(08) VALUE "MAIOR %".

       01  WS-LINHA-TOT.
           03 WS-TOT-CHAVE       PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-TOT-NOME        PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-TOT-PEDIDOS     PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-TOT-TABELA      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-TOT-VENDIDO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-TOT-DESCONTO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-TOT-MEDIO       PIC ZZ9,99.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-TOT-MAIOR       PIC ZZ9,99.

       01  WS-LINHA-SECAO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-SECAO-TITULO    PIC X(70).

       01  WS-LINHA-RESUMO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RES-TEXTO       PIC X(40).
           03 WS-RES-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-RESUMO-QTD.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RESQ-TEXTO      PIC X(40).
           03 WS-RESQ-QTD        PIC ZZZ.ZZ9.

       01  WS-DATA-EDIT.
           03 WS-EDIT-DIA        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-ANO        PIC 9(02).

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

       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-ITENS-SW       PIC X      VALUE "S".
           88 ITENS-AUSENTE       VALUE "N".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

       77 WS-REF-MES      PIC 9(02) VALUE ZEROS.
       77 WS-REF-ANO      PIC 9(02) VALUE ZEROS.

       77 WS-IX             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-OPERADORES PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-OPER-SW  PIC X     VALUE "N".
           88 ACHOU-OPERADOR    VALUE "S".
       77 WS-IX-OPER-USADO  PIC 9(02) VALUE ZEROS.
       77 WS-TAB-CHEIA-SW   PIC X     VALUE "N".
           88 TABELA-CHEIA      VALUE "S".

      * ACUMULADORES DO PEDIDO CORRENTE
       77 WS-PED-TABELA     PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-VENDIDO    PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-DESCONTO   PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-PED-MAIOR      PIC 9(003)V9(002) VALUE ZEROS.
       77 WS-OPER-CHAVE     PIC X(008) VALUE SPACES.
       77 WS-ITEM-TABELA    PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-ITEM-DESC      PIC 9(003)V9(002) VALUE ZEROS.

      * TOTAIS GERAIS
       77 WS-QTD-PEDIDOS    PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ALCADA     PIC 9(007) VALUE ZEROS.
       77 WS-QTD-PENDENTES  PIC 9(007) VALUE ZEROS.
       77 WS-TOT-GER-TABELA   PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-GER-VENDIDO  PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-GER-DESCONTO PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-GER-MAIOR    PIC 9(003)V9(002) VALUE ZEROS.
       77 WS-PERC-MEDIO     PIC 9(003)V9(002) VALUE ZEROS.
       77 ED-CODIGO         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PEDIDO THRU 2000-PEDIDO-FIM
                   UNTIL FS2-FIM-ARQUIVO.
           PERFORM 3000-IMPRIME-VENDEDORES
              THRU 3000-IMPRIME-VENDEDORES-FIM.
           PERFORM 3500-IMPRIME-OPERADORES
              THRU 3500-IMPRIME-OPERADORES-FIM.
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

           PERFORM 1050-PEDE-REFERENCIA THRU 1050-PEDE-REFERENCIA-FIM.

           INITIALIZE TAB-VENDEDORES TAB-OPERADORES.
           MOVE ZEROS TO WS-PAGINA WS-LINHA WS-QTD-OPERADORES.

           MOVE WS-LINHA-CAB-PED TO WS-CAB-COLUNAS.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PEDIDOS ACIMA DA ALCADA (LIBERADOS OU PENDENTES):"
                TO WS-SECAO-TITULO.
           MOVE WS-LINHA-SECAO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 2 TO WS-LINHA.

           IF FS2-OK
               PERFORM 9100-LER-PEDIDO THRU 9100-LER-PEDIDO-FIM
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PEDE O MES/ANO DE REFERENCIA DO RELATORIO
       1050-PEDE-REFERENCIA SECTION.
       1050.
           PERFORM UNTIL WS-REF-MES > 0 AND WS-REF-MES < 13
              DISPLAY "INFORME O MES DE REFERENCIA (MM): "
              ACCEPT WS-REF-MES
           END-PERFORM.

           DISPLAY "INFORME O ANO DE REFERENCIA (AA): ".
           ACCEPT WS-REF-ANO.

           MOVE WS-REF-MES TO WS-CAB2-MES.
           MOVE WS-REF-ANO TO WS-CAB2-ANO.

       1050-PEDE-REFERENCIA-FIM.
           EXIT.

      * -----------------------------------
      * TRATA UM PEDIDO NAO CANCELADO DO MES: MEDE O DESCONTO DOS
      * ITENS, ACUMULA POR VENDEDOR E POR OPERADOR E LISTA O PEDIDO
      * QUE PASSOU DA ALCADA
       2000-PEDIDO SECTION.
       2000.
           IF FS4-MES EQUAL WS-REF-MES
                   AND FS4-ANO EQUAL WS-REF-ANO
                   AND NOT FS4-ST-CANCELADO
               PERFORM 2100-MEDE-ITENS THRU 2100-MEDE-ITENS-FIM
               IF WS-PED-TABELA GREATER ZEROS
                   PERFORM 2300-ACUMULA-PEDIDO
                      THRU 2300-ACUMULA-PEDIDO-FIM
               END-IF
               IF FS4-ST-PEND-DESCONTO
                       OR (FS4-DESC-LIB-DATA NUMERIC
                           AND FS4-DESC-LIB-DATA NOT EQUAL ZEROS)
                   PERFORM 2500-IMPRIME-PEDIDO
                      THRU 2500-IMPRIME-PEDIDO-FIM
               END-IF
           END-IF.

           PERFORM 9100-LER-PEDIDO THRU 9100-LER-PEDIDO-FIM.

       2000-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE OS ITENS DO PEDIDO CORRENTE EM ITENSPEDIDO.DAT
       2100-MEDE-ITENS SECTION.
       2100.
           MOVE ZEROS TO WS-PED-TABELA WS-PED-VENDIDO
                         WS-PED-DESCONTO WS-PED-MAIOR.

           IF ITENS-AUSENTE
               CONTINUE
           ELSE
               MOVE FS4-NUMERO TO FS6-NUMERO
               MOVE ZEROS      TO FS6-SEQUENCIA
               MOVE ZEROS      TO FS-STAT3
               START FILE6 KEY IS NOT LESS THAN FS6-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT3
               END-START

               PERFORM 2150-MEDE-UM-ITEM THRU 2150-MEDE-UM-ITEM-FIM
                  UNTIL FS3-FIM-ARQUIVO
           END-IF.

       2100-MEDE-ITENS-FIM.
           EXIT.

      * -----------------------------------
      * SOMA O ITEM NO PEDIDO: VALOR DE TABELA, VALOR VENDIDO E
      * DESCONTO EM REAIS (PRECO ACIMA DA TABELA NAO E DESCONTO);
      * ITEM SEM PRECO DE TABELA FICA FORA DA MEDIDA
       2150-MEDE-UM-ITEM SECTION.
       2150.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT3
           END-READ.

           IF FS3-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT3
               ELSE
                   IF FS6-PRECO-TABELA NUMERIC
                           AND FS6-PRECO-TABELA GREATER ZEROS
                       COMPUTE WS-ITEM-TABELA =
                               FS6-PRECO-TABELA * FS6-QUANTIDADE
                       ADD WS-ITEM-TABELA TO WS-PED-TABELA
                       ADD FS6-VALOR-ITEM TO WS-PED-VENDIDO
                       IF FS6-PRECO-UNIT LESS FS6-PRECO-TABELA
                           COMPUTE WS-PED-DESCONTO =
                                   WS-PED-DESCONTO +
                                   (FS6-PRECO-TABELA - FS6-PRECO-UNIT)
                                   * FS6-QUANTIDADE
                           COMPUTE WS-ITEM-DESC ROUNDED =
                                   (FS6-PRECO-TABELA - FS6-PRECO-UNIT)
                                   * 100 / FS6-PRECO-TABELA
                           IF WS-ITEM-DESC GREATER WS-PED-MAIOR
                               MOVE WS-ITEM-DESC TO WS-PED-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-MEDE-UM-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * ACUMULA O PEDIDO NOS TOTAIS DO VENDEDOR, DO OPERADOR E GERAL
       2300-ACUMULA-PEDIDO SECTION.
       2300.
           ADD 1                 TO WS-QTD-PEDIDOS.
           ADD WS-PED-TABELA     TO WS-TOT-GER-TABELA.
           ADD WS-PED-VENDIDO    TO WS-TOT-GER-VENDIDO.
           ADD WS-PED-DESCONTO   TO WS-TOT-GER-DESCONTO.
           IF WS-PED-MAIOR GREATER WS-TOT-GER-MAIOR
               MOVE WS-PED-MAIOR TO WS-TOT-GER-MAIOR
           END-IF.

           IF FS4-COD-VENDEDOR GREATER ZEROS
               ADD 1 TO TAB-VEN-PEDIDOS (FS4-COD-VENDEDOR)
               ADD WS-PED-TABELA
                   TO TAB-VEN-TABELA (FS4-COD-VENDEDOR)
               ADD WS-PED-VENDIDO
                   TO TAB-VEN-VENDIDO (FS4-COD-VENDEDOR)
               ADD WS-PED-DESCONTO
                   TO TAB-VEN-DESCONTO (FS4-COD-VENDEDOR)
               IF WS-PED-MAIOR GREATER
                       TAB-VEN-MAIOR (FS4-COD-VENDEDOR)
                   MOVE WS-PED-MAIOR
                        TO TAB-VEN-MAIOR (FS4-COD-VENDEDOR)
               END-IF
           END-IF.

           MOVE FS4-DESC-OPERADOR TO WS-OPER-CHAVE.
           IF WS-OPER-CHAVE EQUAL SPACES
               MOVE FS4-AUD-OPERADOR TO WS-OPER-CHAVE
           END-IF.

           MOVE "N" TO WS-ACHOU-OPER-SW.
           MOVE ZEROS TO WS-IX-OPER-USADO.
           PERFORM 2350-PROCURA-OPERADOR
              THRU 2350-PROCURA-OPERADOR-FIM
              VARYING IX-OPER FROM 1 BY 1
              UNTIL IX-OPER > WS-QTD-OPERADORES
                 OR ACHOU-OPERADOR.

           IF NOT ACHOU-OPERADOR
               IF WS-QTD-OPERADORES < 50
                   ADD 1 TO WS-QTD-OPERADORES
                   MOVE WS-QTD-OPERADORES TO WS-IX-OPER-USADO
                   MOVE WS-OPER-CHAVE
                        TO TAB-OPER-NOME (WS-IX-OPER-USADO)
               ELSE
                   MOVE "S" TO WS-TAB-CHEIA-SW
               END-IF
           END-IF.

           IF WS-IX-OPER-USADO GREATER ZEROS
               ADD 1 TO TAB-OPER-PEDIDOS (WS-IX-OPER-USADO)
               ADD WS-PED-TABELA
                   TO TAB-OPER-TABELA (WS-IX-OPER-USADO)
               ADD WS-PED-VENDIDO
                   TO TAB-OPER-VENDIDO (WS-IX-OPER-USADO)
               ADD WS-PED-DESCONTO
                   TO TAB-OPER-DESCONTO (WS-IX-OPER-USADO)
               IF WS-PED-MAIOR GREATER
                       TAB-OPER-MAIOR (WS-IX-OPER-USADO)
                   MOVE WS-PED-MAIOR
                        TO TAB-OPER-MAIOR (WS-IX-OPER-USADO)
               END-IF
           END-IF.

       2300-ACUMULA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       2350-PROCURA-OPERADOR SECTION.
       2350.
           IF TAB-OPER-NOME (IX-OPER) EQUAL WS-OPER-CHAVE
               MOVE "S" TO WS-ACHOU-OPER-SW
               SET WS-IX-OPER-USADO TO IX-OPER
           END-IF.

       2350-PROCURA-OPERADOR-FIM.
           EXIT.

      * -----------------------------------
      * LISTA O PEDIDO QUE PASSOU DA ALCADA: PENDENTE DE LIBERACAO
      * OU LIBERADO PELO SUPERVISOR (QUEM E QUANDO)
       2500-IMPRIME-PEDIDO SECTION.
       2500.
           ADD 1 TO WS-QTD-ALCADA.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES            TO WS-LINHA-PED.
           MOVE FS4-NUMERO        TO WS-PED-NUMERO.
           MOVE FS4-DIA           TO WS-EDIT-DIA.
           MOVE FS4-MES           TO WS-EDIT-MES.
           MOVE FS4-ANO           TO WS-EDIT-ANO.
           MOVE WS-DATA-EDIT      TO WS-PED-DATA.
           MOVE FS4-COD-VENDEDOR  TO WS-PED-VENDEDOR.
           MOVE FS4-DESC-OPERADOR TO WS-PED-OPERADOR.
           MOVE FS4-VALOR         TO WS-PED-VALOR.
           MOVE WS-PED-MAIOR      TO WS-PED-PERC.
           IF FS4-ST-PEND-DESCONTO
               ADD 1 TO WS-QTD-PENDENTES
               MOVE "PENDENTE"    TO WS-PED-SITUACAO
           ELSE
               MOVE "LIBERADO"    TO WS-PED-SITUACAO
               MOVE FS4-DESC-LIBERADOR TO WS-PED-LIBERADOR
               MOVE FS4-DESC-LIB-DIA   TO WS-EDIT-DIA
               MOVE FS4-DESC-LIB-MES   TO WS-EDIT-MES
               MOVE FS4-DESC-LIB-ANO   TO WS-EDIT-ANO
               MOVE WS-DATA-EDIT       TO WS-PED-LIB-DATA
           END-IF.
           MOVE WS-LINHA-PED      TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       2500-IMPRIME-PEDIDO-FIM.
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
      * ABRE UMA SECAO DE TOTAIS EM PAGINA NOVA, COM O CABECALHO DE
      * COLUNAS PROPRIO
       2250-NOVA-SECAO SECTION.
       2250.
           MOVE WS-LINHA-CAB-TOT TO WS-CAB-COLUNAS.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

       2250-NOVA-SECAO-FIM.
           EXIT.

      * -----------------------------------
      * TOTAIS POR VENDEDOR, NA ORDEM DO CODIGO
       3000-IMPRIME-VENDEDORES SECTION.
       3000.
           MOVE "VENDEDOR" TO WS-CAB-TOT-CHAVE.
           PERFORM 2250-NOVA-SECAO THRU 2250-NOVA-SECAO-FIM.

           PERFORM 3100-IMPRIME-UM-VENDEDOR
              THRU 3100-IMPRIME-UM-VENDEDOR-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER 999.

       3000-IMPRIME-VENDEDORES-FIM.
           EXIT.

      * -----------------------------------
       3100-IMPRIME-UM-VENDEDOR SECTION.
       3100.
           IF TAB-VEN-PEDIDOS (WS-IX) GREATER ZEROS
               IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
                   PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
               END-IF

               MOVE SPACES TO WS-LINHA-TOT
               MOVE WS-IX  TO ED-CODIGO
               MOVE ED-CODIGO TO WS-TOT-CHAVE
               IF VENDEDORES-AUSENTE
                   MOVE SPACES TO WS-TOT-NOME
               ELSE
                   MOVE WS-IX TO FS2-CODIGO
                   READ FILE2 KEY IS FS2-CODIGO
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO WS-TOT-NOME
                       NOT INVALID KEY
                           MOVE FS2-NOME TO WS-TOT-NOME
                   END-READ
               END-IF
               MOVE TAB-VEN-PEDIDOS (WS-IX)  TO WS-TOT-PEDIDOS
               MOVE TAB-VEN-TABELA (WS-IX)   TO WS-TOT-TABELA
               MOVE TAB-VEN-VENDIDO (WS-IX)  TO WS-TOT-VENDIDO
               MOVE TAB-VEN-DESCONTO (WS-IX) TO WS-TOT-DESCONTO
               COMPUTE WS-PERC-MEDIO ROUNDED =
                       TAB-VEN-DESCONTO (WS-IX) * 100 /
                       TAB-VEN-TABELA (WS-IX)
               MOVE WS-PERC-MEDIO            TO WS-TOT-MEDIO
               MOVE TAB-VEN-MAIOR (WS-IX)    TO WS-TOT-MAIOR
               MOVE WS-LINHA-TOT             TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHA
           END-IF.

       3100-IMPRIME-UM-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * TOTAIS POR OPERADOR, NA ORDEM EM QUE APARECERAM
       3500-IMPRIME-OPERADORES SECTION.
       3500.
           MOVE "OPERADOR" TO WS-CAB-TOT-CHAVE.
           PERFORM 2250-NOVA-SECAO THRU 2250-NOVA-SECAO-FIM.

           PERFORM 3600-IMPRIME-UM-OPERADOR
              THRU 3600-IMPRIME-UM-OPERADOR-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-OPERADORES.

           IF TABELA-CHEIA
               MOVE SPACES TO WS-LINHA-SECAO
               MOVE "(MAIS DE 50 OPERADORES - EXCEDENTES NAO LISTADOS)"
                    TO WS-SECAO-TITULO
               MOVE WS-LINHA-SECAO TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHA
           END-IF.

       3500-IMPRIME-OPERADORES-FIM.
           EXIT.

      * -----------------------------------
       3600-IMPRIME-UM-OPERADOR SECTION.
       3600.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES                    TO WS-LINHA-TOT.
           MOVE TAB-OPER-NOME (WS-IX)     TO WS-TOT-CHAVE.
           MOVE TAB-OPER-PEDIDOS (WS-IX)  TO WS-TOT-PEDIDOS.
           MOVE TAB-OPER-TABELA (WS-IX)   TO WS-TOT-TABELA.
           MOVE TAB-OPER-VENDIDO (WS-IX)  TO WS-TOT-VENDIDO.
           MOVE TAB-OPER-DESCONTO (WS-IX) TO WS-TOT-DESCONTO.
           COMPUTE WS-PERC-MEDIO ROUNDED =
                   TAB-OPER-DESCONTO (WS-IX) * 100 /
                   TAB-OPER-TABELA (WS-IX).
           MOVE WS-PERC-MEDIO             TO WS-TOT-MEDIO.
           MOVE TAB-OPER-MAIOR (WS-IX)    TO WS-TOT-MAIOR.
           MOVE WS-LINHA-TOT              TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       3600-IMPRIME-UM-OPERADOR-FIM.
           EXIT.

      * -----------------------------------
      * RESUMO GERAL DO MES
       4000-RESUMO SECTION.
       4000.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS COM PRECO DE TABELA...........: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-PEDIDOS TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS ACIMA DA ALCADA...............: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-ALCADA TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PEDIDOS PENDENTES DE LIBERACAO........: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-PENDENTES TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "VALOR DE TABELA.......................: "
                TO WS-RES-TEXTO.
           MOVE WS-TOT-GER-TABELA TO WS-RES-VALOR.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "VALOR VENDIDO.........................: "
                TO WS-RES-TEXTO.
           MOVE WS-TOT-GER-VENDIDO TO WS-RES-VALOR.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "DESCONTO CONCEDIDO....................: "
                TO WS-RES-TEXTO.
           MOVE WS-TOT-GER-DESCONTO TO WS-RES-VALOR.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE ZEROS TO WS-PERC-MEDIO.
           IF WS-TOT-GER-TABELA GREATER ZEROS
               COMPUTE WS-PERC-MEDIO ROUNDED =
                       WS-TOT-GER-DESCONTO * 100 / WS-TOT-GER-TABELA
           END-IF.
           MOVE "DESCONTO MEDIO (%)....................: "
                TO WS-RES-TEXTO.
           MOVE WS-PERC-MEDIO TO WS-RES-VALOR.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "MAIOR DESCONTO (%)....................: "
                TO WS-RES-TEXTO.
           MOVE WS-TOT-GER-MAIOR TO WS-RES-VALOR.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

       4000-RESUMO-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT VENDEDORES-AUSENTE
               CLOSE FILE2
           END-IF.
           CLOSE FILE4.
           IF NOT ITENS-AUSENTE
               CLOSE FILE6
           END-IF.
           CLOSE RELFILE.
           DISPLAY "DESCONTOS GERADOS EM PRELDESCONTO.LST".
           DISPLAY WS-QTD-PENDENTES
                   " PEDIDO(S) PENDENTE(S) DE LIBERACAO".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE2.
           IF NOT FS-OK
               DISPLAY "ARQUIVO VENDEDORES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-VENDEDORES-SW
           END-IF.

           OPEN INPUT FILE4.
           IF NOT FS2-OK
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE 10 TO FS-STAT2
           END-IF.

           OPEN INPUT FILE6.
           IF NOT FS3-OK
               DISPLAY "ARQUIVO ITENSPEDIDO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ITENS-SW
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
                   MOVE 10 TO FS-STAT2
           END-READ.

       9100-LER-PEDIDO-FIM.
           EXIT.
