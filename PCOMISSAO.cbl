      *               EMITE O RELATORIO PCOMISSAO.LST E O ARQUIVO
      *               SEQUENCIAL COMISSAO.SEQ PARA A FOLHA DE
      *               PAGAMENTO (SO VENDEDORES COM COMISSAO > 0).
      *               AS DEVOLUCOES DE PEDIDO FATURADO REGISTRADAS NO
      *               MES (DEVOLUCOES.DAT, CHAVE ALTERNATIVA
      *               FS15-COD-VENDEDOR) SAEM DA BASE DA COMISSAO DO
      *               VENDEDOR; BASE NEGATIVA FICA ZERADA NO MES.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               22/08/2026  CALCULO MENSAL DE COMISSAO
      *               15/10/2026  DEVOLUCOES DO MES DESCONTADAS DA BASE
      *                           DA COMISSAO (COLUNA VAL.DEVOLVIDO)
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE15 ASSIGN TO DISK "devolucoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS15-KEY
               ALTERNATE RECORD KEY FS15-NUMERO-PEDIDO WITH DUPLICATES
               ALTERNATE RECORD KEY FS15-COD-VENDEDOR WITH DUPLICATES.

           SELECT SEQFILE ASSIGN TO DISK "COMISSAO.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       COPY arqpedidos.

       COPY arqdevolucao.

      * REGISTRO DE COMISSAO PARA A FOLHA DE PAGAMENTO: UMA LINHA
      * POR VENDEDOR COM COMISSAO A PAGAR NO MES DE REFERENCIA,
      * MONTADA COM STRING EM WORKING-STORAGE
           03 FILLER             PIC X(12) VALUE "QTD.PEDIDOS".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(16) VALUE "VALOR VENDIDO".
           03 FILLER             PIC X(16) VALUE "VAL.DEVOLVIDO".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(08) VALUE "COMIS.%".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-QTD         PIC ZZZ.ZZ9.
           03 FILLER             PIC X(08) VALUE SPACES.
           03 WS-DET-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-DEVOLVIDO   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(04) VALUE SPACES.
           03 WS-DET-PERC        PIC Z9,99.
           03 FILLER             PIC X(06) VALUE SPACES.
              "VALOR VENDIDO......: ".
           03 WS-ROD2-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-ROD4.
           03 FILLER             PIC X(22) VALUE
              "VALOR DEVOLVIDO....: ".
           03 WS-ROD4-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-ROD3.
           03 FILLER             PIC X(22) VALUE
              "VALOR DE COMISSAO..: ".
           88 FS2-NAO-EXISTE VALUE 35.
           88 FS2-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).
       77 FS-STAT4        PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-NAO-EXISTE VALUE 35.
           88 FS4-FIM-ARQUIVO VALUE 10.

       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-DEVOLUCOES-SW  PIC X      VALUE "S".
           88 DEVOLUCOES-AUSENTE  VALUE "N".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES PIC 9(07) VALUE ZEROS.
       77 WS-VEND-QTD         PIC 9(07) VALUE ZEROS.
       77 WS-VEND-VALOR       PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-VEND-DEVOLVIDO   PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-VEND-BASE        PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-VEND-COMISSAO    PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-GERAL-VALOR      PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-GERAL-DEVOLVIDO  PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-GERAL-COMISSAO   PIC 9(011)V9(002) VALUE ZEROS.

       77 WS-MSGERRO      PIC X(100).
           MOVE 1     TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.
           MOVE ZEROS TO WS-TOTAL-VENDEDORES
                         WS-GERAL-VALOR WS-GERAL-COMISSAO
                         WS-GERAL-DEVOLVIDO.

           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           MOVE FS2-NOME          TO WS-DET-NOME.
           MOVE WS-VEND-QTD       TO WS-DET-QTD.
           MOVE WS-VEND-VALOR     TO WS-DET-VALOR.
           MOVE WS-VEND-DEVOLVIDO TO WS-DET-DEVOLVIDO.
           MOVE FS2-PERC-COMISSAO TO WS-DET-PERC.
           MOVE WS-VEND-COMISSAO  TO WS-DET-COMISSAO.

      * -----------------------------------
      * ACUMULA OS PEDIDOS VENDIDOS (APROVADOS OU FATURADOS) DO MES
      * DE REFERENCIA PARA O VENDEDOR CORRENTE, PELA CHAVE
      * ALTERNATIVA FS4-COD-VENDEDOR, DESCONTA AS DEVOLUCOES DO MES
      * E CALCULA A COMISSAO SOBRE O LIQUIDO
       2500-TOTALIZA-VENDEDOR SECTION.
       2500.
           MOVE ZEROS TO WS-VEND-QTD WS-VEND-VALOR WS-VEND-COMISSAO
                         WS-VEND-DEVOLVIDO WS-VEND-BASE.

           IF PEDIDOS-AUSENTE
               CONTINUE
                  UNTIL FS2-FIM-ARQUIVO
           END-IF.

           IF DEVOLUCOES-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT4
               MOVE FS2-CODIGO TO FS15-COD-VENDEDOR
               START FILE15 KEY IS NOT LESS THAN FS15-COD-VENDEDOR
                   INVALID KEY
                       MOVE 10 TO FS-STAT4
               END-START

               PERFORM 2560-ACUMULA-DEVOLUCAO
                  THRU 2560-ACUMULA-DEVOLUCAO-FIM
                  UNTIL FS4-FIM-ARQUIVO
           END-IF.

           IF WS-VEND-VALOR GREATER WS-VEND-DEVOLVIDO
               COMPUTE WS-VEND-BASE =
                       WS-VEND-VALOR - WS-VEND-DEVOLVIDO
               COMPUTE WS-VEND-COMISSAO ROUNDED =
                       WS-VEND-BASE * FS2-PERC-COMISSAO / 100
           END-IF.

           ADD WS-VEND-VALOR     TO WS-GERAL-VALOR.
           ADD WS-VEND-DEVOLVIDO TO WS-GERAL-DEVOLVIDO.
           ADD WS-VEND-COMISSAO TO WS-GERAL-COMISSAO.

       2500-TOTALIZA-VENDEDOR-FIM.
       2550-ACUMULA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * LE A PROXIMA DEVOLUCAO DO VENDEDOR E ACUMULA SE FOR
      * REGISTRADA NO MES DE REFERENCIA
       2560-ACUMULA-DEVOLUCAO SECTION.
       2560.
           READ FILE15 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT4
           END-READ.

           IF FS4-OK
               IF FS15-COD-VENDEDOR NOT EQUAL FS2-CODIGO
                   MOVE 10 TO FS-STAT4
               ELSE
                   IF FS15-MES EQUAL WS-REF-MES
                           AND FS15-ANO EQUAL WS-REF-ANO
                       ADD FS15-VALOR TO WS-VEND-DEVOLVIDO
                   END-IF
               END-IF
           END-IF.

       2560-ACUMULA-DEVOLUCAO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A LINHA DO VENDEDOR NO ARQUIVO DA FOLHA DE PAGAMENTO
       2600-GRAVA-FOLHA SECTION.
       2600.
           MOVE FS2-CODIGO        TO WS-SEQ-VENDEDOR.
           MOVE WS-VEND-BASE      TO WS-SEQ-VALOR-VEND.
           MOVE FS2-PERC-COMISSAO TO WS-SEQ-PERCENTUAL.
           MOVE WS-VEND-COMISSAO  TO WS-SEQ-VALOR-COMIS.

           MOVE WS-LINHA-ROD2       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-GERAL-DEVOLVIDO  TO WS-ROD4-TOTAL.
           MOVE WS-LINHA-ROD4       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-GERAL-COMISSAO   TO WS-ROD3-TOTAL.
           MOVE WS-LINHA-ROD3       TO REL-LINHA.
           WRITE REL-LINHA.
       8000.
           CLOSE FILE2.
           CLOSE FILE4.
           IF NOT DEVOLUCOES-AUSENTE
               CLOSE FILE15
           END-IF.
           CLOSE SEQFILE.
           CLOSE RELFILE.
           DISPLAY "COMISSAO GERADA EM PCOMISSAO.LST E COMISSAO.SEQ".
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

      * SEM DEVOLUCOES.DAT NAO HA DEVOLUCAO A DESCONTAR
           OPEN INPUT FILE15.
           IF NOT FS4-OK
               MOVE "N" TO WS-DEVOLUCOES-SW
           END-IF.

           OPEN OUTPUT SEQFILE.
           OPEN OUTPUT RELFILE.

