       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELESTOQUE.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     EXTRATO DE MOVIMENTACAO DE ESTOQUE POR PRODUTO
      *
      * OBJETIVO:     LISTAR PARA O ALMOXARIFADO, POR PRODUTO DA FAIXA
      *               INFORMADA, OS MOVIMENTOS DE MOVESTOQUE.DAT NO
      *               PERIODO (ENTRADAS, AJUSTES, RESERVAS DA
      *               APROVACAO, LIBERACOES, SAIDAS DO FATURAMENTO E
      *               DEVOLUCOES DE CLIENTE),
      *               COM O PEDIDO DE ORIGEM, O OPERADOR E OS SALDOS
      *               APOS CADA MOVIMENTO; FECHA CADA PRODUTO COM O
      *               TOTAL POR TIPO NO PERIODO E O SALDO ATUAL
      *               (FISICA, RESERVADA E DISPONIVEL) DE ESTOQUE.DAT.
      *               PARAMETROS PELA ENTRADA PADRAO: PRODUTO INICIAL
      *               E FINAL, DATA INICIAL E FINAL (AAMMDD).
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  EXTRATO DE MOVIMENTACAO DE ESTOQUE
      *               15/10/2026  MOVIMENTO DE DEVOLUCAO DE PEDIDO
      *                           FATURADO (PDEVOLUCAO) NO EXTRATO E
      *                           NOS TOTAIS DO PRODUTO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE5 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS5-KEY.

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

           SELECT RELFILE ASSIGN TO DISK "PRELESTOQUE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       DATA DIVISION.
       FILE SECTION.

       COPY arqprodutos.

       COPY arqestoque.

       COPY arqmovest.

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

       01  WS-PER-INICIO      PIC 9(006) VALUE ZEROS.
       01  WS-PER-FIM         PIC 9(006) VALUE ZEROS.
       01  WS-PROD-INICIO     PIC 9(005) VALUE ZEROS.
       01  WS-PROD-FIM        PIC 9(005) VALUE ZEROS.

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(50) VALUE
              "EXTRATO DE MOVIMENTACAO DE ESTOQUE - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(04) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "PERIODO: ".
           03 WS-CAB2-INICIO     PIC 99/99/99.
           03 FILLER             PIC X(03) VALUE " A ".
           03 WS-CAB2-FIM        PIC 99/99/99.
           03 FILLER             PIC X(86) VALUE SPACES.

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "DATA".
           03 FILLER             PIC X(07) VALUE "HORA".
           03 FILLER             PIC X(12) VALUE "TIPO".
           03 FILLER             PIC X(15) VALUE "   QUANTIDADE".
           03 FILLER             PIC X(09) VALUE " PEDIDO".
           03 FILLER             PIC X(31) VALUE "HISTORICO".
           03 FILLER             PIC X(08) VALUE "OPERADOR".
           03 FILLER             PIC X(14) VALUE "  SALDO FISICO".
           03 FILLER             PIC X(14) VALUE "   RESERVADO".

       01  WS-LINHA-PRODUTO.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "PRODUTO: ".
           03 WS-PRD-CODIGO      PIC 9(05).
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-PRD-DESCRICAO   PIC X(40).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE "UNIDADE: ".
           03 WS-PRD-UNIDADE     PIC X(03).

       01  WS-LINHA-DET.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-DIA         PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-MES         PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-ANO         PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-HOR         PIC 9(02).
           03 FILLER             PIC X(01) VALUE ":".
           03 WS-DET-MIN         PIC 9(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-TIPO        PIC X(12).
           03 WS-DET-QTD         PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-PEDIDO      PIC ZZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-HISTORICO   PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-OPERADOR    PIC X(08).
           03 WS-DET-FISICO      PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-RESERVADO   PIC -Z.ZZZ.ZZ9,99.

       01  WS-LINHA-TOT1.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "ENTRADAS: ".
           03 WS-TOT-ENTRADAS    PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(14) VALUE "  DEVOLUCOES: ".
           03 WS-TOT-DEVOLUCOES  PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(11) VALUE "  AJUSTES: ".
           03 WS-TOT-AJUSTES     PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(10) VALUE "  SAIDAS: ".
           03 WS-TOT-SAIDAS      PIC -Z.ZZZ.ZZ9,99.

       01  WS-LINHA-TOT2.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "RESERVAS: ".
           03 WS-TOT-RESERVAS    PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(14) VALUE "  LIBERACOES: ".
           03 WS-TOT-LIBERACOES  PIC -Z.ZZZ.ZZ9,99.

       01  WS-LINHA-TOT3.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(21) VALUE
              "SALDO ATUAL - FISICA:".
           03 WS-TOT-FISICA      PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(13) VALUE "  RESERVADA: ".
           03 WS-TOT-RESERVADA   PIC -Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(14) VALUE "  DISPONIVEL: ".
           03 WS-TOT-DISPONIVEL  PIC -Z.ZZZ.ZZ9,99.

       01  WS-LINHA-ROD.
           03 FILLER             PIC X(40) VALUE
              "PRODUTOS LISTADOS.....................: ".
           03 WS-ROD-PRODUTOS    PIC ZZZ.ZZ9.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(24) VALUE
              "MOVIMENTOS NO PERIODO: ".
           03 WS-ROD-MOVIMENTOS  PIC ZZZ.ZZ9.

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).
       77 FS-STAT13       PIC 9(02).
           88 FS13-OK         VALUE ZEROS.
           88 FS13-NAO-EXISTE VALUE 35.
       77 FS-STAT14       PIC 9(02).
           88 FS14-OK         VALUE ZEROS.
           88 FS14-NAO-EXISTE VALUE 35.
           88 FS14-FIM-ARQUIVO VALUE 10.

       77 WS-ESTOQUE-SW     PIC X      VALUE "S".
           88 ESTOQUE-AUSENTE     VALUE "N".
       77 WS-MOVIMENTO-SW   PIC X      VALUE "S".
           88 MOVIMENTO-AUSENTE   VALUE "N".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

       77 WS-TOTAL-PRODUTOS   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-MOVIMENTOS PIC 9(07) VALUE ZEROS.

       77 WS-PRD-ENTRADAS     PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PRD-SAIDAS       PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PRD-AJUSTES      PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PRD-RESERVAS     PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PRD-LIBERACOES   PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-PRD-DEVOLUCOES   PIC S9(009)V9(002) VALUE ZEROS.

       77 WS-MSGERRO      PIC X(100).

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

           PERFORM 1050-PEDE-PARAMETROS THRU 1050-PEDE-PARAMETROS-FIM.

           MOVE ZEROS TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.

           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           IF ESTOQUE-AUSENTE
               MOVE 10 TO FS-STAT
           ELSE
               MOVE WS-PROD-INICIO TO FS5-CODIGO
               START FILE5 KEY IS NOT LESS THAN FS5-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT
               END-START

               IF FS-OK
                   PERFORM 9100-LER-PRODUTO THRU 9100-LER-PRODUTO-FIM
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PEDE A FAIXA DE PRODUTOS E O PERIODO DO EXTRATO (ENTRADA
      * PADRAO, REDIRECIONADA PELO SCHEDULER). PRODUTO FINAL OU DATA
      * FINAL ZERADOS SIGNIFICAM SEM LIMITE
       1050-PEDE-PARAMETROS SECTION.
       1050.
           DISPLAY "INFORME O PRODUTO INICIAL (00000 = TODOS): ".
           ACCEPT WS-PROD-INICIO.
           DISPLAY "INFORME O PRODUTO FINAL (00000 = TODOS): ".
           ACCEPT WS-PROD-FIM.
           IF WS-PROD-FIM EQUAL ZEROS
               MOVE 99999 TO WS-PROD-FIM
           END-IF.

           DISPLAY "INFORME A DATA INICIAL (AAMMDD): ".
           ACCEPT WS-PER-INICIO.
           DISPLAY "INFORME A DATA FINAL (AAMMDD, 000000 = HOJE): ".
           ACCEPT WS-PER-FIM.
           IF WS-PER-FIM EQUAL ZEROS
               MOVE WS-DATA TO WS-PER-FIM
           END-IF.

           MOVE WS-PER-INICIO (5:2) TO WS-CAB2-INICIO (1:2).
           MOVE WS-PER-INICIO (3:2) TO WS-CAB2-INICIO (4:2).
           MOVE WS-PER-INICIO (1:2) TO WS-CAB2-INICIO (7:2).
           MOVE WS-PER-FIM (5:2)    TO WS-CAB2-FIM (1:2).
           MOVE WS-PER-FIM (3:2)    TO WS-CAB2-FIM (4:2).
           MOVE WS-PER-FIM (1:2)    TO WS-CAB2-FIM (7:2).

       1050-PEDE-PARAMETROS-FIM.
           EXIT.

      * -----------------------------------
      * LISTA O PRODUTO CORRENTE QUANDO ELE TEM SALDO EM ESTOQUE.DAT
      * (PRODUTO NUNCA MOVIMENTADO NAO APARECE)
       2000-PROCESSA SECTION.
       2000.
           MOVE FS5-CODIGO TO FS13-COD-PRODUTO.
           READ FILE13
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2100-PRODUTO THRU 2100-PRODUTO-FIM
           END-READ.

           PERFORM 9100-LER-PRODUTO THRU 9100-LER-PRODUTO-FIM.

       2000-PROCESSA-FIM.
           EXIT.

      * -----------------------------------
      * CABECALHO DO PRODUTO, MOVIMENTOS DO PERIODO E TOTAIS
       2100-PRODUTO SECTION.
       2100.
           IF WS-LINHA + 7 NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES        TO WS-LINHA-PRODUTO.
           MOVE FS5-CODIGO    TO WS-PRD-CODIGO.
           MOVE FS5-DESCRICAO TO WS-PRD-DESCRICAO.
           MOVE FS5-UNIDADE   TO WS-PRD-UNIDADE.
           MOVE WS-LINHA-PRODUTO TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.
           ADD 1 TO WS-TOTAL-PRODUTOS.

           MOVE ZEROS TO WS-PRD-ENTRADAS WS-PRD-SAIDAS WS-PRD-AJUSTES
                         WS-PRD-RESERVAS WS-PRD-LIBERACOES
                         WS-PRD-DEVOLUCOES.

           IF NOT MOVIMENTO-AUSENTE
               MOVE FS5-CODIGO TO FS14-COD-PRODUTO
               MOVE ZEROS      TO FS-STAT14
               START FILE14 KEY IS NOT LESS THAN FS14-COD-PRODUTO
                   INVALID KEY
                       MOVE 10 TO FS-STAT14
               END-START
               PERFORM 2300-MOVIMENTO THRU 2300-MOVIMENTO-FIM
                       UNTIL FS14-FIM-ARQUIVO
           END-IF.

           PERFORM 2400-TOTAIS-PRODUTO THRU 2400-TOTAIS-PRODUTO-FIM.

       2100-PRODUTO-FIM.
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

           MOVE WS-LINHA-CAB3  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

       2200-CABECALHO-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO DO PRODUTO (CHAVE ALTERNATIVA, EM
      * ORDEM DE GRAVACAO) E IMPRIME SE ESTIVER NO PERIODO
       2300-MOVIMENTO SECTION.
       2300.
           READ FILE14 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT14
           END-READ.

           IF FS14-OK
               IF FS14-COD-PRODUTO NOT EQUAL FS5-CODIGO
                   MOVE 10 TO FS-STAT14
               ELSE
                   IF FS14-DATA NOT LESS WS-PER-INICIO
                           AND FS14-DATA NOT GREATER WS-PER-FIM
                       PERFORM 2350-DETALHE THRU 2350-DETALHE-FIM
                   END-IF
               END-IF
           END-IF.

       2300-MOVIMENTO-FIM.
           EXIT.

      * -----------------------------------
       2350-DETALHE SECTION.
       2350.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES               TO WS-LINHA-DET.
           MOVE FS14-DIA             TO WS-DET-DIA.
           MOVE FS14-MES             TO WS-DET-MES.
           MOVE FS14-ANO             TO WS-DET-ANO.
           MOVE FS14-HOR             TO WS-DET-HOR.
           MOVE FS14-MIN             TO WS-DET-MIN.
           MOVE FS14-QUANTIDADE      TO WS-DET-QTD.
           MOVE FS14-NUMERO-PEDIDO   TO WS-DET-PEDIDO.
           MOVE FS14-HISTORICO       TO WS-DET-HISTORICO.
           MOVE FS14-OPERADOR        TO WS-DET-OPERADOR.
           MOVE FS14-SALDO-FISICO    TO WS-DET-FISICO.
           MOVE FS14-SALDO-RESERVADO TO WS-DET-RESERVADO.

           EVALUATE TRUE
               WHEN FS14-ENTRADA
                   MOVE "ENTRADA"    TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-ENTRADAS
               WHEN FS14-SAIDA
                   MOVE "SAIDA"      TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-SAIDAS
               WHEN FS14-AJUSTE
                   MOVE "AJUSTE"     TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-AJUSTES
               WHEN FS14-RESERVA
                   MOVE "RESERVA"    TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-RESERVAS
               WHEN FS14-LIBERACAO
                   MOVE "LIBERACAO"  TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-LIBERACOES
               WHEN FS14-DEVOLUCAO
                   MOVE "DEVOLUCAO"  TO WS-DET-TIPO
                   ADD FS14-QUANTIDADE TO WS-PRD-DEVOLUCOES
               WHEN OTHER
                   MOVE FS14-TIPO    TO WS-DET-TIPO
           END-EVALUATE.

           MOVE WS-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.
           ADD 1 TO WS-TOTAL-MOVIMENTOS.

       2350-DETALHE-FIM.
           EXIT.

      * -----------------------------------
      * TOTAIS DO PRODUTO NO PERIODO E SALDO ATUAL DE ESTOQUE.DAT
       2400-TOTAIS-PRODUTO SECTION.
       2400.
           IF WS-LINHA + 4 NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE WS-PRD-ENTRADAS    TO WS-TOT-ENTRADAS.
           MOVE WS-PRD-DEVOLUCOES  TO WS-TOT-DEVOLUCOES.
           MOVE WS-PRD-AJUSTES     TO WS-TOT-AJUSTES.
           MOVE WS-PRD-SAIDAS      TO WS-TOT-SAIDAS.
           MOVE WS-LINHA-TOT1      TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-PRD-RESERVAS    TO WS-TOT-RESERVAS.
           MOVE WS-PRD-LIBERACOES  TO WS-TOT-LIBERACOES.
           MOVE WS-LINHA-TOT2      TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE FS13-QTD-FISICA    TO WS-TOT-FISICA.
           MOVE FS13-QTD-RESERVADA TO WS-TOT-RESERVADA.
           COMPUTE WS-TOT-DISPONIVEL =
                   FS13-QTD-FISICA - FS13-QTD-RESERVADA.
           MOVE WS-LINHA-TOT3      TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES             TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 4 TO WS-LINHA.

       2400-TOTAIS-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
       3000-RODAPE SECTION.
       3000.
           MOVE SPACES              TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-TOTAL-PRODUTOS   TO WS-ROD-PRODUTOS.
           MOVE WS-TOTAL-MOVIMENTOS TO WS-ROD-MOVIMENTOS.
           MOVE WS-LINHA-ROD        TO REL-LINHA.
           WRITE REL-LINHA.

       3000-RODAPE-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           CLOSE FILE5.
           IF NOT ESTOQUE-AUSENTE
               CLOSE FILE13
           END-IF.
           IF NOT MOVIMENTO-AUSENTE
               CLOSE FILE14
           END-IF.
           CLOSE RELFILE.
           DISPLAY "EXTRATO GERADO EM PRELESTOQUE.LST".
           DISPLAY WS-TOTAL-PRODUTOS " PRODUTO(S), "
                   WS-TOTAL-MOVIMENTOS " MOVIMENTO(S) NO PERIODO".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE5.
           IF FS-NAO-EXISTE
               DISPLAY "ARQUIVO PRODUTOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ESTOQUE-SW
           END-IF.

           OPEN INPUT FILE13.
           IF FS13-NAO-EXISTE
               DISPLAY "ARQUIVO ESTOQUE.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ESTOQUE-SW
           END-IF.

           OPEN INPUT FILE14.
           IF FS14-NAO-EXISTE
               DISPLAY "ARQUIVO MOVESTOQUE.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-MOVIMENTO-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO PRODUTO DA FAIXA INFORMADA
       9100-LER-PRODUTO SECTION.
       9100.
           READ FILE5 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF FS5-CODIGO GREATER WS-PROD-FIM
                   MOVE 10 TO FS-STAT
               END-IF
           END-IF.

       9100-LER-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM NO CONSOLE (BATCH SEM TELA)
       9900-MOSTRA-ERRO SECTION.
       9900.
           DISPLAY WS-MSGERRO.

       9900-MOSTRA-ERRO-FIM.
           EXIT.
