       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDEVOLUCAO.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     DEVOLUCAO DE PEDIDO FATURADO
      *
      * OBJETIVO:     REGISTRAR A DEVOLUCAO DE MERCADORIA DE UM PEDIDO
      *               JA FATURADO (O PEDIDO FATURADO NAO PODE SER
      *               CANCELADO EM PPEDIDOS):
      *               1 - DEVOLUCAO TOTAL: DEVOLVE O SALDO AINDA NAO
      *                   DEVOLVIDO DE TODOS OS ITENS DO PEDIDO;
      *               2 - DEVOLUCAO POR ITEM: O OPERADOR ESCOLHE OS
      *                   ITENS E AS QUANTIDADES;
      *               3 - CONSULTA DAS DEVOLUCOES DO PEDIDO.
      *               CADA ITEM DEVOLVIDO GERA UM REGISTRO EM
      *               DEVOLUCOES.DAT COM MOTIVO E OPERADOR; O VALOR
      *               DEVOLVIDO E ABATIDO DAS PARCELAS EM ABERTO DO
      *               PEDIDO EM TITULOS.DAT, DA ULTIMA PARA A PRIMEIRA
      *               (PARCELA ZERADA FICA CANCELADA); O QUE NAO
      *               ACHAR PARCELA EM ABERTO FICA COMO CREDITO DO
      *               CLIENTE, INFORMADO NA TELA. A MERCADORIA VOLTA
      *               PARA A FISICA EM ESTOQUE.DAT (MOVIMENTO D) E
      *               PCOMISSAO DESCONTA A DEVOLUCAO DO MES DO
      *               VENDEDOR.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  DEVOLUCAO DE PEDIDO FATURADO
      *               15/10/2026  DESCREVE A SITUACAO "PENDENTE DE
      *                           LIBERACAO DO DESCONTO" DO PEDIDO
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
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE5 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS5-KEY.

           SELECT FILE6 ASSIGN TO DISK "itenspedido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE7 ASSIGN TO DISK "titulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT7
               RECORD KEY IS FS7-KEY
               ALTERNATE RECORD KEY FS7-COD-CLIENTE WITH DUPLICATES.

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

           SELECT FILE15 ASSIGN TO DISK "devolucoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT15
               RECORD KEY IS FS15-KEY
               ALTERNATE RECORD KEY FS15-NUMERO-PEDIDO WITH DUPLICATES
               ALTERNATE RECORD KEY FS15-COD-VENDEDOR WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       COPY arqpedidos.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqprodutos.

       COPY arqitens.

       COPY arqtitulos.

       COPY arqestoque.

       COPY arqmovest.

       COPY arqdevolucao.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
           03  WS-CONT        PIC 9(03) VALUE ZEROS.
           03  ED-CONT        PIC ZZ9.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.
       01 WS-HORA.
           03  WS-HOR         PIC 9(02) VALUE ZEROS.
           03  WS-MIN         PIC 9(02) VALUE ZEROS.
           03  WS-SEG         PIC 9(02) VALUE ZEROS.
           03  WS-CSE         PIC 9(02) VALUE ZEROS.
       01 WS-OPERADOR         PIC X(008) VALUE SPACES.
       01 WS-MODULO.
           03 FILLER          PIC X(12) VALUE "DEVOLUCAO - ".
           03 WS-OP           PIC  X(19) VALUE SPACES.

       77 ST-ERRO        PIC X(02) VALUE "00".
       77 MENS1          PIC X(01).
       77 WS-OPCAO       PIC X.
           88 E-TOTAL     VALUE IS "1".
           88 E-POR-ITEM  VALUE IS "2".
           88 E-CONSULTAR VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT        PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT7       PIC 9(02).
           88 FS7-OK         VALUE ZEROS.
           88 FS7-NAO-EXISTE VALUE 35.
           88 FS7-FIM-ARQUIVO VALUE 10.
       77 FS-STAT15      PIC 9(02).
           88 FS15-OK         VALUE ZEROS.
           88 FS15-NAO-EXISTE VALUE 35.
           88 FS15-FIM-ARQUIVO VALUE 10.
       77 WS-ERRO        PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 FS-EXIT        PIC 9(02) VALUE ZEROS.
           88 FS-PROCESSA   VALUE 0.
           88 FS-TERMINA    VALUE 99.

       77 WS-NUML        PIC 999.
       77 WS-NUMC        PIC 999.
       77 COR-FUNDO      PIC 9 VALUE 1.
       77 COR-FRENTE     PIC 9 VALUE 6.

       77 WS-STATUS      PIC X(30).
       77 WS-MSGERRO     PIC X(100).

       77 WS-PERFIL          PIC X(01) VALUE SPACES.
           88 PERFIL-SENIOR       VALUE "2".
           88 PERFIL-SUPERVISOR   VALUE "3".

       77 WS-NOME-CLIENTE    PIC X(040) VALUE SPACES.
       77 WS-NOME-VENDEDOR   PIC X(040) VALUE SPACES.
       77 WS-STATUS-DESC     PIC X(012) VALUE SPACES.
       77 WS-DESCR-PRODUTO   PIC X(034) VALUE SPACES.
       77 WS-ITENS-SW        PIC X(001) VALUE "N".
           88 ITENS-ENCERRADOS    VALUE "S".

      * DEVOLUCAO EM DIGITACAO: NUMERO (ATRIBUIDO NO PRIMEIRO ITEM
      * GRAVADO), TIPO T/P, MOTIVO E OS TOTAIS DA TRANSACAO
       77 WS-DEV-NUMERO      PIC 9(007) VALUE ZEROS.
       77 WS-DEV-SEQ         PIC 9(003) VALUE ZEROS.
       77 WS-DEV-TIPO        PIC X(001) VALUE SPACES.
       77 WS-DEV-MOTIVO      PIC X(030) VALUE SPACES.
       77 WS-DEV-ITEM        PIC 9(003) VALUE ZEROS.
       77 WS-DEV-QTD         PIC 9(005)V9(002) VALUE ZEROS.
       77 WS-DEV-VALOR       PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-DEV-ABATER      PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-DEV-ABATIDO     PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-DEV-TOT-VALOR   PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-DEV-TOT-ABATIDO PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-DEV-CREDITO     PIC 9(009)V9(002) VALUE ZEROS.

      * O QUE JA FOI DEVOLVIDO DO PEDIDO CORRENTE E DO ITEM
      * WS-DEV-ITEM (9300-SOMA-DEVOLVIDO)
       77 WS-PED-DEVOLVIDO   PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-PED-ABATIDO     PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-PED-LINHAS      PIC 9(003) VALUE ZEROS.
       77 WS-ITEM-QTD-DEV    PIC 9(005)V9(002) VALUE ZEROS.
       77 WS-ITEM-VLR-DEV    PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-ITEM-QTD-SALDO  PIC 9(005)V9(002) VALUE ZEROS.
       01 WS-ULT-DATA.
           03 WS-ULT-ANO      PIC 9(002) VALUE ZEROS.
           03 WS-ULT-MES      PIC 9(002) VALUE ZEROS.
           03 WS-ULT-DIA      PIC 9(002) VALUE ZEROS.
       77 WS-ULT-MOTIVO      PIC X(030) VALUE SPACES.
       77 WS-ULT-OPERADOR    PIC X(008) VALUE SPACES.

       77 ED-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
       77 ED-ABATIDO         PIC ZZZ.ZZZ.ZZ9,99.

       COPY wrkestoque.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 04 COLUMN 10 VALUE
                "DEVOLUCAO DE PEDIDOS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "========================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - DEVOLUCAO TOTAL".
           05 LINE 08 COLUMN 15 VALUE "2 - DEVOLUCAO POR ITEM".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR DEVOLUCOES".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Devolucao de Pedidos HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Numero do Pedido.......:".
               05  T-NUMERO  LINE  05  COLUMN 34 PIC 9(07)
                USING  FS4-NUMERO    HIGHLIGHT .
               05  LINE  05 COLUMN 50 VALUE "Situacao: ".
               05  LINE  05 COLUMN 60 PIC X(12)
                FROM WS-STATUS-DESC HIGHLIGHT.

           01  SS-DADOS.
               05  LINE  07 COLUMN 07  VALUE
                    "Data do Pedido.........:".
               05  LINE  08 COLUMN 07  VALUE
                    "Codigo do Cliente......:".
               05  LINE  09 COLUMN 07 VALUE
                    "Codigo do Vendedor.....:".
               05  LINE  10 COLUMN 07  VALUE
                     "Valor do Pedido........:".
               05  LINE  11 COLUMN 07  VALUE
                     "Valor ja Devolvido.....:".
               05  LINE 21 COLUMN  07  VALUE
                     "MENSAGEM: ".

               05  LINE 07 COLUMN 34 PIC 9(02)
                            FROM FS4-DIA    HIGHLIGHT.
               05  LINE 07 COLUMN 36 VALUE "/".
               05  LINE 07 COLUMN 37 PIC 9(02)
                            FROM FS4-MES    HIGHLIGHT.
               05  LINE 07 COLUMN 39 VALUE "/".
               05  LINE 07 COLUMN 40 PIC 9(02)
                            FROM FS4-ANO    HIGHLIGHT.
               05  LINE 08 COLUMN 34 PIC 9(07)
                            FROM FS4-COD-CLIENTE HIGHLIGHT.
               05  LINE 08 COLUMN 43 PIC X(34)
                            FROM WS-NOME-CLIENTE.
               05  LINE 09 COLUMN 34 PIC 9(03)
                            FROM FS4-COD-VENDEDOR HIGHLIGHT.
               05  LINE 09 COLUMN 43 PIC X(34)
                            FROM WS-NOME-VENDEDOR.
               05  LINE 10 COLUMN 34 PIC ZZZ.ZZZ.ZZ9,99
                            FROM FS4-VALOR   HIGHLIGHT.
               05  LINE 11 COLUMN 34 PIC ZZZ.ZZZ.ZZ9,99
                            FROM WS-PED-DEVOLVIDO HIGHLIGHT.

           01  SS-MOTIVO.
               05  LINE  12 COLUMN 07  VALUE
                    "Motivo da Devolucao....:".
               05  T-MOTIVO LINE 12 COLUMN 34 PIC X(30)
                            USING WS-DEV-MOTIVO HIGHLIGHT.

           01  SS-ITEM.
               05  LINE  14 COLUMN 07  VALUE
                    "Item do Pedido (0=FIM).:".
               05  LINE  15 COLUMN 07  VALUE
                    "Produto................:".
               05  LINE  16 COLUMN 07  VALUE
                    "Quantidade Vendida.....:".
               05  LINE  17 COLUMN 07  VALUE
                    "Preco Unitario.........:".
               05  LINE  18 COLUMN 07  VALUE
                    "Quantidade a Devolver..:".
               05  T-DEV-ITEM LINE 14 COLUMN 34 PIC 9(03)
                            USING WS-DEV-ITEM HIGHLIGHT.
               05  LINE 15 COLUMN 34 PIC 9(05)
                            FROM FS6-COD-PRODUTO HIGHLIGHT.
               05  LINE 15 COLUMN 43 PIC X(34)
                            FROM WS-DESCR-PRODUTO.
               05  LINE 16 COLUMN 34 PIC ZZ.ZZ9,99
                            FROM FS6-QUANTIDADE HIGHLIGHT.
               05  LINE 16 COLUMN 50 VALUE "Ja Devolvida:".
               05  LINE 16 COLUMN 64 PIC ZZ.ZZ9,99
                            FROM WS-ITEM-QTD-DEV.
               05  LINE 17 COLUMN 34 PIC Z.ZZZ.ZZ9,99
                            FROM FS6-PRECO-UNIT HIGHLIGHT.
               05  T-DEV-QTD LINE 18 COLUMN 34 PIC ZZ.ZZ9,99
                            USING WS-DEV-QTD HIGHLIGHT.

           01  SS-CONSULTA.
               05  LINE  14 COLUMN 07  VALUE
                    "Itens Devolvidos.......:".
               05  LINE  15 COLUMN 07  VALUE
                    "Abatido dos Titulos....:".
               05  LINE  16 COLUMN 07  VALUE
                    "Ultima Devolucao.......:".
               05  LINE  17 COLUMN 07  VALUE
                    "Motivo.................:".
               05  LINE  18 COLUMN 07  VALUE
                    "Operador...............:".
               05  LINE 14 COLUMN 34 PIC ZZ9
                            FROM WS-PED-LINHAS HIGHLIGHT.
               05  LINE 15 COLUMN 34 PIC ZZZ.ZZZ.ZZ9,99
                            FROM WS-PED-ABATIDO HIGHLIGHT.
               05  LINE 16 COLUMN 34 PIC 9(02)
                            FROM WS-ULT-DIA HIGHLIGHT.
               05  LINE 16 COLUMN 36 VALUE "/".
               05  LINE 16 COLUMN 37 PIC 9(02)
                            FROM WS-ULT-MES HIGHLIGHT.
               05  LINE 16 COLUMN 39 VALUE "/".
               05  LINE 16 COLUMN 40 PIC 9(02)
                            FROM WS-ULT-ANO HIGHLIGHT.
               05  LINE 17 COLUMN 34 PIC X(30)
                            FROM WS-ULT-MOTIVO HIGHLIGHT.
               05  LINE 18 COLUMN 34 PIC X(08)
                            FROM WS-ULT-OPERADOR HIGHLIGHT.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESSO UNTIL E-ENCERRAR.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

       1000-INICIO SECTION.
       1000.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT    WS-NUML FROM LINES
           ACCEPT    WS-NUMC FROM COLUMNS
           DISPLAY   SS-TELA-REGISTRO
           PERFORM  9000-ABRIR-ARQUIVOS
             THRU   9000-ABRIR-ARQUVOS-FIM.

       1000-EXIT.
           EXIT.

       2000-PROCESSO SECTION.
       2000.
           MOVE "MENU"            TO WS-OP
           MOVE "ESCOLHA A OPCAO" TO WS-STATUS
           MOVE SPACES            TO WS-OPCAO
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CLS
           ACCEPT SS-MENU
           ACCEPT  WS-HORA FROM TIME
           ACCEPT  WS-DATA FROM DATE
           DISPLAY "VENDAS_OPERADOR" UPON ENVIRONMENT-NAME
           ACCEPT   WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR EQUAL SPACES
               DISPLAY "USER" UPON ENVIRONMENT-NAME
               ACCEPT   WS-OPERADOR FROM ENVIRONMENT-VALUE
           END-IF
           DISPLAY "VENDAS_PERFIL" UPON ENVIRONMENT-NAME
           ACCEPT   WS-PERFIL FROM ENVIRONMENT-VALUE
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-CLS
           MOVE ZEROS             TO FS-EXIT.
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CHAVE
           DISPLAY SS-DADOS
           PERFORM 2050-VERIFICA-PERFIL THRU 2050-VERIFICA-PERFIL-FIM
           EVALUATE TRUE
                WHEN E-TOTAL
                     PERFORM 2100-DEVOLUCAO-TOTAL
                        THRU 2100-DEVOLUCAO-TOTAL-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-POR-ITEM
                     PERFORM 2200-DEVOLUCAO-ITEM
                        THRU 2200-DEVOLUCAO-ITEM-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE A OPCAO ESCOLHIDA CONTRA O PERFIL DO OPERADOR
      * (VENDAS_PERFIL, GRAVADO PELO LOGIN DO MENU): REGISTRAR
      * DEVOLUCAO MEXE NO CONTAS A RECEBER E PEDE PERFIL SENIOR
       2050-VERIFICA-PERFIL SECTION.
       2050.
           IF (E-TOTAL OR E-POR-ITEM)
                   AND NOT (PERFIL-SENIOR OR PERFIL-SUPERVISOR)
               MOVE "OPCAO NAO PERMITIDA PARA SEU PERFIL" TO
                    WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE SPACE TO WS-OPCAO
           END-IF.

       2050-VERIFICA-PERFIL-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLUCAO TOTAL: DEVOLVE O SALDO NAO DEVOLVIDO DE TODOS OS
      * ITENS DO PEDIDO
       2100-DEVOLUCAO-TOTAL SECTION.
       2100.
           MOVE "TOTAL"           TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE "T"               TO WS-DEV-TIPO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM 2400-LIMPA-DADOS THRU 2400-LIMPA-DADOS-FIM.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       2100-PEDIDO.
           PERFORM 2150-ACEITA-PEDIDO THRU 2150-ACEITA-PEDIDO-FIM.
           PERFORM 2160-ACEITA-MOTIVO THRU 2160-ACEITA-MOTIVO-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-DEVOLUCAO-TOTAL-FIM
           END-IF.

           IF FS-PROCESSA
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA A DEVOLUCAO TOTAL DO PEDIDO (S/N)?" TO
                   WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM 5000-DEVOLVE-PEDIDO
                    THRU 5000-DEVOLVE-PEDIDO-FIM
                 PERFORM 5300-MOSTRA-RESULTADO
                    THRU 5300-MOSTRA-RESULTADO-FIM
              END-IF
              PERFORM 2400-LIMPA-DADOS THRU 2400-LIMPA-DADOS-FIM
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-DEVOLUCAO-TOTAL-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O PEDIDO: DEVE EXISTIR, ESTAR FATURADO E TER VALOR
      * AINDA NAO DEVOLVIDO
       2150-ACEITA-PEDIDO SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMERO
           IF FS4-NUMERO EQUAL ZEROS
               MOVE "FAVOR INFORMAR NUMERO DO PEDIDO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE4 KEY IS FS4-NUMERO
               IF FS-STAT = "23"
                  INITIALIZE FILE4-REC
                  MOVE "PEDIDO NAO CADASTRADO. INFORME NOVO NUMERO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-BUSCA-NOMES THRU 9500-BUSCA-NOMES-FIM
                  MOVE ZEROS TO WS-DEV-ITEM
                  PERFORM 9300-SOMA-DEVOLVIDO
                     THRU 9300-SOMA-DEVOLVIDO-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS

                  EVALUATE TRUE
                      WHEN NOT FS4-ST-FATURADO
                          MOVE
                          "SOMENTE PEDIDO FATURADO ACEITA DEVOLUCAO"
                               TO WS-MSGERRO
                          DISPLAY WS-MSGERRO at 2118
                      WHEN WS-PED-DEVOLVIDO NOT LESS FS4-VALOR
                          MOVE "PEDIDO JA TOTALMENTE DEVOLVIDO" TO
                               WS-MSGERRO
                          DISPLAY WS-MSGERRO at 2118
                      WHEN OTHER
                          MOVE 99 TO FS-EXIT
                  END-EVALUATE
               END-IF
           END-IF
           END-PERFORM.

       2150-ACEITA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O MOTIVO DA DEVOLUCAO (OBRIGATORIO)
       2160-ACEITA-MOTIVO SECTION.
       2160.
           DISPLAY SS-MOTIVO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-MOTIVO
              IF WS-DEV-MOTIVO EQUAL SPACES
                 MOVE "FAVOR INFORMAR MOTIVO DA DEVOLUCAO" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2160-ACEITA-MOTIVO-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLUCAO POR ITEM: TODOS OS ITENS INFORMADOS PARA O PEDIDO
      * FICAM NA MESMA DEVOLUCAO, COM O MESMO MOTIVO
       2200-DEVOLUCAO-ITEM SECTION.
       2200.
           MOVE "POR ITEM"        TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE "P"               TO WS-DEV-TIPO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM 2400-LIMPA-DADOS THRU 2400-LIMPA-DADOS-FIM.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       2200-PEDIDO.
           PERFORM 2150-ACEITA-PEDIDO THRU 2150-ACEITA-PEDIDO-FIM.
           PERFORM 2160-ACEITA-MOTIVO THRU 2160-ACEITA-MOTIVO-FIM.

           MOVE ZEROS TO WS-DEV-NUMERO WS-DEV-SEQ
                         WS-DEV-TOT-VALOR WS-DEV-TOT-ABATIDO.
           MOVE "N"   TO WS-ITENS-SW.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              PERFORM 2250-ACEITA-ITEM THRU 2250-ACEITA-ITEM-FIM
                      UNTIL ITENS-ENCERRADOS
                         OR COB-CRT-STATUS = COB-SCR-ESC
           END-IF.

           IF WS-DEV-SEQ GREATER ZEROS
              PERFORM 5300-MOSTRA-RESULTADO
                 THRU 5300-MOSTRA-RESULTADO-FIM
           END-IF.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
           ELSE
              PERFORM 2400-LIMPA-DADOS THRU 2400-LIMPA-DADOS-FIM
           END-IF.

       2200-DEVOLUCAO-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA UM ITEM DO PEDIDO (SEQUENCIA EM ITENSPEDIDO.DAT);
      * ZERO ENCERRA OS ITENS DA DEVOLUCAO
       2250-ACEITA-ITEM SECTION.
       2250.
           INITIALIZE FILE6-REC.
           MOVE ZEROS  TO WS-DEV-ITEM WS-DEV-QTD WS-ITEM-QTD-DEV.
           MOVE SPACES TO WS-DESCR-PRODUTO.
           DISPLAY SS-ITEM.

           ACCEPT T-DEV-ITEM.
           EVALUATE TRUE
               WHEN COB-CRT-STATUS = COB-SCR-ESC
                   CONTINUE
               WHEN WS-DEV-ITEM EQUAL ZEROS
                   MOVE "S" TO WS-ITENS-SW
               WHEN OTHER
                   MOVE FS4-NUMERO  TO FS6-NUMERO
                   MOVE WS-DEV-ITEM TO FS6-SEQUENCIA
                   READ FILE6
                       INVALID KEY
                           MOVE "ITEM NAO ENCONTRADO NO PEDIDO" TO
                                WS-MSGERRO
                           DISPLAY WS-MSGERRO at 2118
                       NOT INVALID KEY
                           PERFORM 2260-DEVOLVE-ITEM
                              THRU 2260-DEVOLVE-ITEM-FIM
                   END-READ
           END-EVALUATE.

       2250-ACEITA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA O ITEM COM O QUE JA FOI DEVOLVIDO DELE, ACEITA A
      * QUANTIDADE (ATE O SALDO DO ITEM) E GRAVA A DEVOLUCAO
       2260-DEVOLVE-ITEM SECTION.
       2260.
           DISPLAY WS-LIMPA at 2118.
           MOVE FS6-COD-PRODUTO TO FS5-CODIGO.
           READ FILE5 KEY IS FS5-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-DESCR-PRODUTO
               NOT INVALID KEY
                   MOVE FS5-DESCRICAO TO WS-DESCR-PRODUTO
           END-READ.

           PERFORM 9300-SOMA-DEVOLVIDO THRU 9300-SOMA-DEVOLVIDO-FIM.
           COMPUTE WS-ITEM-QTD-SALDO =
                   FS6-QUANTIDADE - WS-ITEM-QTD-DEV.
           DISPLAY SS-ITEM.

           IF WS-ITEM-QTD-SALDO NOT GREATER ZEROS
               MOVE "ITEM JA TOTALMENTE DEVOLVIDO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               MOVE ZEROS TO FS-EXIT
               PERFORM UNTIL FS-TERMINA
                       OR COB-CRT-STATUS = COB-SCR-ESC
                  ACCEPT T-DEV-QTD
                  EVALUATE TRUE
                      WHEN WS-DEV-QTD EQUAL ZEROS
                          MOVE "FAVOR INFORMAR QUANTIDADE DEVOLVIDA"
                               TO WS-MSGERRO
                          DISPLAY WS-MSGERRO at 2118
                      WHEN WS-DEV-QTD GREATER WS-ITEM-QTD-SALDO
                          MOVE "QUANTIDADE MAIOR QUE O SALDO DO ITEM"
                               TO WS-MSGERRO
                          DISPLAY WS-MSGERRO at 2118
                      WHEN OTHER
                          DISPLAY WS-LIMPA at 2118
                          MOVE 99 TO FS-EXIT
                  END-EVALUATE
               END-PERFORM

               IF FS-TERMINA
                  MOVE "N" TO WS-ERRO
                  MOVE "CONFIRMA A DEVOLUCAO DO ITEM (S/N)?" TO
                       WS-MSGERRO
                  ACCEPT SS-ERRO
                  IF E-SIM
                     PERFORM 5100-GRAVA-DEVOLUCAO
                        THRU 5100-GRAVA-DEVOLUCAO-FIM
                     MOVE ZEROS TO WS-DEV-ITEM
                     PERFORM 9300-SOMA-DEVOLVIDO
                        THRU 9300-SOMA-DEVOLVIDO-FIM
                     DISPLAY SS-DADOS
                  END-IF
                  DISPLAY SS-STATUS
               END-IF
           END-IF.

       2260-DEVOLVE-ITEM-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           INITIALIZE FILE4-REC FILE6-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-STATUS-DESC WS-DESCR-PRODUTO
                          WS-DEV-MOTIVO WS-ULT-MOTIVO WS-ULT-OPERADOR.
           MOVE ZEROS  TO WS-PED-DEVOLVIDO WS-PED-ABATIDO WS-PED-LINHAS
                          WS-ITEM-QTD-DEV WS-DEV-ITEM WS-DEV-QTD
                          WS-ULT-DATA.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0834.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1034.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1207.
           DISPLAY WS-LIMPA at 1407.
           DISPLAY WS-LIMPA at 1507.
           DISPLAY WS-LIMPA at 1607.
           DISPLAY WS-LIMPA at 1707.
           DISPLAY WS-LIMPA at 1807.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA AS DEVOLUCOES DE UM PEDIDO: VALOR DEVOLVIDO,
      * QUANTOS ITENS, QUANTO FOI ABATIDO DOS TITULOS E A ULTIMA
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM 2400-LIMPA-DADOS THRU 2400-LIMPA-DADOS-FIM.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-PEDIDO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-NUMERO
           IF FS4-NUMERO EQUAL ZEROS
               MOVE "FAVOR INFORMAR NUMERO DO PEDIDO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE4 KEY IS FS4-NUMERO
               IF FS-STAT = "23"
                  INITIALIZE FILE4-REC
                  MOVE "PEDIDO NAO CADASTRADO. INFORME NOVO NUMERO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-BUSCA-NOMES THRU 9500-BUSCA-NOMES-FIM
                  MOVE ZEROS TO WS-DEV-ITEM
                  PERFORM 9300-SOMA-DEVOLVIDO
                     THRU 9300-SOMA-DEVOLVIDO-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS
                  DISPLAY SS-CONSULTA
                  IF WS-PED-LINHAS EQUAL ZEROS
                     MOVE "PEDIDO SEM DEVOLUCAO REGISTRADA" TO
                          WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  END-IF

                  MOVE "S" TO WS-ERRO
                  MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                       WS-MSGERRO
                  ACCEPT SS-ERRO
                  IF E-SIM
                     PERFORM 2400-LIMPA-DADOS
                        THRU 2400-LIMPA-DADOS-FIM
                     MOVE ZEROS TO FS-EXIT
                  ELSE
                     MOVE 99 TO FS-EXIT
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * DEVOLUCAO TOTAL: PERCORRE OS ITENS DO PEDIDO CORRENTE E
      * DEVOLVE O SALDO DE CADA UM
       5000-DEVOLVE-PEDIDO SECTION.
       5000.
           MOVE ZEROS TO WS-DEV-NUMERO WS-DEV-SEQ
                         WS-DEV-TOT-VALOR WS-DEV-TOT-ABATIDO.
           MOVE FS4-NUMERO TO FS6-NUMERO.
           MOVE ZEROS      TO FS6-SEQUENCIA.
           MOVE ZEROS      TO FS-STAT.
           START FILE6 KEY IS NOT LESS THAN FS6-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

           PERFORM 5050-DEVOLVE-SALDO-ITEM
              THRU 5050-DEVOLVE-SALDO-ITEM-FIM
                   UNTIL FS-FIM-ARQUIVO.
           MOVE ZEROS TO FS-STAT.

       5000-DEVOLVE-PEDIDO-FIM.
           EXIT.

       5050-DEVOLVE-SALDO-ITEM SECTION.
       5050.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT
               ELSE
                   MOVE FS6-SEQUENCIA TO WS-DEV-ITEM
                   PERFORM 9300-SOMA-DEVOLVIDO
                      THRU 9300-SOMA-DEVOLVIDO-FIM
                   COMPUTE WS-ITEM-QTD-SALDO =
                           FS6-QUANTIDADE - WS-ITEM-QTD-DEV
                   IF WS-ITEM-QTD-SALDO GREATER ZEROS
                       MOVE WS-ITEM-QTD-SALDO TO WS-DEV-QTD
                       PERFORM 5100-GRAVA-DEVOLUCAO
                          THRU 5100-GRAVA-DEVOLUCAO-FIM
                   END-IF
               END-IF
           END-IF.

       5050-DEVOLVE-SALDO-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA A DEVOLUCAO DE WS-DEV-QTD DO ITEM CORRENTE (FILE6):
      * ABATE O VALOR DOS TITULOS EM ABERTO, DEVOLVE A MERCADORIA
      * AO ESTOQUE E GRAVA O REGISTRO EM DEVOLUCOES.DAT
       5100-GRAVA-DEVOLUCAO SECTION.
       5100.
           IF WS-DEV-NUMERO EQUAL ZEROS
               PERFORM 9400-PROXIMO-NUMERO
                  THRU 9400-PROXIMO-NUMERO-FIM
           END-IF.
           ACCEPT WS-HORA FROM TIME.

      * DEVOLVENDO TODO O SALDO DO ITEM, O VALOR E O QUE FALTA DO
      * VALOR DO ITEM: AS DEVOLUCOES PARCIAIS NAO DEIXAM SOBRA DE
      * ARREDONDAMENTO
           IF WS-DEV-QTD EQUAL WS-ITEM-QTD-SALDO
                   AND FS6-VALOR-ITEM NOT LESS WS-ITEM-VLR-DEV
               COMPUTE WS-DEV-VALOR =
                       FS6-VALOR-ITEM - WS-ITEM-VLR-DEV
           ELSE
               COMPUTE WS-DEV-VALOR ROUNDED =
                       WS-DEV-QTD * FS6-PRECO-UNIT
           END-IF.

           PERFORM 5200-ABATE-TITULOS THRU 5200-ABATE-TITULOS-FIM.

           MOVE "D"             TO WS-MOV-TIPO.
           MOVE FS6-COD-PRODUTO TO WS-MOV-PRODUTO.
           MOVE WS-DEV-QTD      TO WS-MOV-QUANTIDADE.
           MOVE FS4-NUMERO      TO WS-MOV-PEDIDO.
           MOVE WS-OPERADOR     TO WS-MOV-OPERADOR.
           MOVE SPACES          TO WS-MOV-HISTORICO.
           STRING "DEVOLUCAO NR " WS-DEV-NUMERO
                  DELIMITED BY SIZE INTO WS-MOV-HISTORICO.
           PERFORM 9650-MOVIMENTA-ESTOQUE
              THRU 9650-MOVIMENTA-ESTOQUE-FIM.
           IF NOT MOV-GRAVADO
               MOVE "ERRO AO DEVOLVER O ITEM AO ESTOQUE" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           END-IF.

           ADD 1 TO WS-DEV-SEQ.
           INITIALIZE FILE15-REC.
           MOVE WS-DEV-NUMERO      TO FS15-NUMERO.
           MOVE WS-DEV-SEQ         TO FS15-SEQUENCIA.
           MOVE FS4-NUMERO         TO FS15-NUMERO-PEDIDO.
           MOVE FS6-SEQUENCIA      TO FS15-SEQ-ITEM.
           MOVE FS6-COD-PRODUTO    TO FS15-COD-PRODUTO.
           MOVE FS4-COD-CLIENTE    TO FS15-COD-CLIENTE.
           MOVE FS4-COD-VENDEDOR   TO FS15-COD-VENDEDOR.
           MOVE WS-ANO             TO FS15-ANO.
           MOVE WS-MES             TO FS15-MES.
           MOVE WS-DIA             TO FS15-DIA.
           MOVE WS-DEV-TIPO        TO FS15-TIPO.
           MOVE WS-DEV-QTD         TO FS15-QUANTIDADE.
           MOVE FS6-PRECO-UNIT     TO FS15-PRECO-UNIT.
           MOVE WS-DEV-VALOR       TO FS15-VALOR.
           MOVE WS-DEV-ABATIDO     TO FS15-VALOR-ABATIDO.
           MOVE WS-DEV-MOTIVO      TO FS15-MOTIVO.
           MOVE WS-OPERADOR        TO FS15-AUD-OPERADOR.
           MOVE WS-ANO             TO FS15-AUD-ANO.
           MOVE WS-MES             TO FS15-AUD-MES.
           MOVE WS-DIA             TO FS15-AUD-DIA.
           MOVE WS-HOR             TO FS15-AUD-HOR.
           MOVE WS-MIN             TO FS15-AUD-MIN.
           WRITE FILE15-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR DEVOLUCAO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   ADD WS-DEV-VALOR   TO WS-DEV-TOT-VALOR
                   ADD WS-DEV-ABATIDO TO WS-DEV-TOT-ABATIDO
           END-WRITE.

       5100-GRAVA-DEVOLUCAO-FIM.
           EXIT.

      * -----------------------------------
      * ABATE WS-DEV-VALOR DAS PARCELAS EM ABERTO DO PEDIDO, DA
      * ULTIMA PARA A PRIMEIRA; A PARCELA QUE ZERA FICA CANCELADA.
      * DEVOLVE EM WS-DEV-ABATIDO QUANTO FOI ABATIDO
       5200-ABATE-TITULOS SECTION.
       5200.
           MOVE ZEROS        TO WS-DEV-ABATIDO.
           MOVE WS-DEV-VALOR TO WS-DEV-ABATER.
           MOVE FS4-NUMERO   TO FS7-NUMERO-PEDIDO.
           MOVE 99           TO FS7-PARCELA.
           MOVE ZEROS        TO FS-STAT7.
           START FILE7 KEY IS NOT GREATER THAN FS7-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT7
           END-START.

           PERFORM 5250-ABATE-PARCELA THRU 5250-ABATE-PARCELA-FIM
                   UNTIL FS7-FIM-ARQUIVO
                      OR WS-DEV-ABATER EQUAL ZEROS.
           MOVE ZEROS TO FS-STAT7.

       5200-ABATE-TITULOS-FIM.
           EXIT.

       5250-ABATE-PARCELA SECTION.
       5250.
           READ FILE7 PREVIOUS RECORD
               AT END
                   MOVE 10 TO FS-STAT7
           END-READ.

           IF FS7-OK
               IF FS7-NUMERO-PEDIDO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT7
               ELSE
                   IF FS7-ABERTO AND FS7-VALOR GREATER ZEROS
                       IF FS7-VALOR GREATER WS-DEV-ABATER
                           SUBTRACT WS-DEV-ABATER FROM FS7-VALOR
                           ADD WS-DEV-ABATER TO WS-DEV-ABATIDO
                           MOVE ZEROS TO WS-DEV-ABATER
                       ELSE
                           ADD FS7-VALOR TO WS-DEV-ABATIDO
                           SUBTRACT FS7-VALOR FROM WS-DEV-ABATER
                           MOVE ZEROS TO FS7-VALOR
                           MOVE "C"   TO FS7-SITUACAO
                       END-IF
                       REWRITE FILE7-REC
                           INVALID KEY
                               MOVE "ERRO AO ABATER PARCELA DO TITULO"
                                    TO WS-MSGERRO
                               DISPLAY WS-MSGERRO at 2118
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       5250-ABATE-PARCELA-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA O RESULTADO DA DEVOLUCAO GRAVADA E AVISA O VALOR QUE
      * NAO ACHOU PARCELA EM ABERTO (CREDITO DO CLIENTE)
       5300-MOSTRA-RESULTADO SECTION.
       5300.
           IF WS-DEV-SEQ EQUAL ZEROS
               MOVE "NENHUM ITEM COM SALDO A DEVOLVER" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
           ELSE
               MOVE WS-DEV-TOT-VALOR   TO ED-VALOR
               MOVE WS-DEV-TOT-ABATIDO TO ED-ABATIDO
               MOVE SPACES TO WS-MSGERRO
               STRING "DEVOLUCAO " WS-DEV-NUMERO " GRAVADA - VALOR "
                      ED-VALOR " - ABATIDO " ED-ABATIDO
                      DELIMITED BY SIZE INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM

               IF WS-DEV-TOT-VALOR GREATER WS-DEV-TOT-ABATIDO
                   COMPUTE WS-DEV-CREDITO =
                           WS-DEV-TOT-VALOR - WS-DEV-TOT-ABATIDO
                   MOVE WS-DEV-CREDITO TO ED-VALOR
                   MOVE SPACES TO WS-MSGERRO
                   STRING "SEM PARCELA EM ABERTO PARA " ED-VALOR
                          " - CREDITO DO CLIENTE"
                          DELIMITED BY SIZE INTO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               END-IF
           END-IF.

       5300-MOSTRA-RESULTADO-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE4.
           CLOSE FILE1.
           CLOSE FILE2.
           CLOSE FILE5.
           CLOSE FILE6.
           CLOSE FILE7.
           CLOSE FILE13.
           CLOSE FILE14.
           CLOSE FILE15.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN INPUT FILE4
           IF NOT FS-OK
               STRING "ERRO AO ABRIR PEDIDOS.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN INPUT FILE1
           IF NOT FS-OK
               STRING "ERRO AO ABRIR CLIENTES.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE2
           IF NOT FS-OK
               STRING "ERRO AO ABRIR VENDEDORES.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE5
           IF NOT FS-OK
               STRING "ERRO AO ABRIR PRODUTOS.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
           END-IF.

           OPEN INPUT FILE6
           IF NOT FS-OK
               STRING "ERRO AO ABRIR ITENSPEDIDO.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE7
           IF FS7-NAO-EXISTE THEN
               OPEN OUTPUT FILE7
               CLOSE FILE7
               OPEN I-O FILE7
           END-IF.
           IF NOT FS7-OK
               STRING "ERRO AO ABRIR TITULOS.DAT - FILE STATUS "
                      FS-STAT7 INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE13
           IF FS13-NAO-EXISTE THEN
               OPEN OUTPUT FILE13
               CLOSE FILE13
               OPEN I-O FILE13
           END-IF.
           IF NOT FS13-OK
               STRING "ERRO AO ABRIR ESTOQUE.DAT - FILE STATUS "
                      FS-STAT13 INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE14
           IF FS14-NAO-EXISTE THEN
               OPEN OUTPUT FILE14
               CLOSE FILE14
               OPEN I-O FILE14
           END-IF.
           IF NOT FS14-OK
               STRING "ERRO AO ABRIR MOVESTOQUE.DAT - FILE STATUS "
                      FS-STAT14 INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE15
           IF FS15-NAO-EXISTE THEN
               OPEN OUTPUT FILE15
               CLOSE FILE15
               OPEN I-O FILE15
           END-IF.
           IF NOT FS15-OK
               STRING "ERRO AO ABRIR DEVOLUCOES.DAT - FILE STATUS "
                      FS-STAT15 INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * SOMA AS DEVOLUCOES JA GRAVADAS DO PEDIDO CORRENTE (CHAVE
      * ALTERNATIVA FS15-NUMERO-PEDIDO): VALOR E ABATIMENTO DO
      * PEDIDO, QUANTIDADE E VALOR DO ITEM WS-DEV-ITEM, E OS DADOS DA
      * ULTIMA DEVOLUCAO PARA A CONSULTA
       9300-SOMA-DEVOLVIDO SECTION.
       9300.
           MOVE ZEROS  TO WS-PED-DEVOLVIDO WS-PED-ABATIDO WS-PED-LINHAS
                          WS-ITEM-QTD-DEV WS-ITEM-VLR-DEV WS-ULT-DATA.
           MOVE SPACES TO WS-ULT-MOTIVO WS-ULT-OPERADOR.

           MOVE FS4-NUMERO TO FS15-NUMERO-PEDIDO.
           MOVE ZEROS      TO FS-STAT15.
           START FILE15 KEY IS NOT LESS THAN FS15-NUMERO-PEDIDO
               INVALID KEY
                   MOVE 10 TO FS-STAT15
           END-START.

           PERFORM 9350-SOMA-UMA-DEVOLUCAO
              THRU 9350-SOMA-UMA-DEVOLUCAO-FIM
                   UNTIL FS15-FIM-ARQUIVO.
           MOVE ZEROS TO FS-STAT15.

       9300-SOMA-DEVOLVIDO-FIM.
           EXIT.

       9350-SOMA-UMA-DEVOLUCAO SECTION.
       9350.
           READ FILE15 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT15
           END-READ.

           IF FS15-OK
               IF FS15-NUMERO-PEDIDO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT15
               ELSE
                   ADD 1                  TO WS-PED-LINHAS
                   ADD FS15-VALOR         TO WS-PED-DEVOLVIDO
                   ADD FS15-VALOR-ABATIDO TO WS-PED-ABATIDO
                   IF FS15-SEQ-ITEM EQUAL WS-DEV-ITEM
                       ADD FS15-QUANTIDADE TO WS-ITEM-QTD-DEV
                       ADD FS15-VALOR      TO WS-ITEM-VLR-DEV
                   END-IF
                   MOVE FS15-DATA         TO WS-ULT-DATA
                   MOVE FS15-MOTIVO       TO WS-ULT-MOTIVO
                   MOVE FS15-AUD-OPERADOR TO WS-ULT-OPERADOR
               END-IF
           END-IF.

       9350-SOMA-UMA-DEVOLUCAO-FIM.
           EXIT.

      * -----------------------------------
      * PROXIMO NUMERO DE DEVOLUCAO: ULTIMA CHAVE GRAVADA + 1
       9400-PROXIMO-NUMERO SECTION.
       9400.
           MOVE 9999999 TO FS15-NUMERO.
           MOVE 999     TO FS15-SEQUENCIA.
           START FILE15 KEY IS NOT GREATER THAN FS15-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT15
           END-START.
           IF FS15-OK
               READ FILE15 PREVIOUS RECORD
                   AT END
                       MOVE 10 TO FS-STAT15
               END-READ
           END-IF.

           IF FS15-OK
               COMPUTE WS-DEV-NUMERO = FS15-NUMERO + 1
           ELSE
               MOVE 1 TO WS-DEV-NUMERO
           END-IF.
           MOVE ZEROS TO FS-STAT15.

       9400-PROXIMO-NUMERO-FIM.
           EXIT.

      * -----------------------------------
      * DESCREVE A SITUACAO DO PEDIDO E BUSCA OS NOMES DO CLIENTE E
      * DO VENDEDOR
       9500-BUSCA-NOMES SECTION.
       9500.
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

           MOVE FS4-COD-CLIENTE TO FS-CODIGO.
           READ FILE1 KEY IS FS-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE FS-NOME TO WS-NOME-CLIENTE
           END-READ.

           MOVE FS4-COD-VENDEDOR TO FS2-CODIGO.
           READ FILE2 KEY IS FS2-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-NOME-VENDEDOR
               NOT INVALID KEY
                   MOVE FS2-NOME TO WS-NOME-VENDEDOR
           END-READ.

       9500-BUSCA-NOMES-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.
       9900.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO

           DISPLAY SS-STATUS.

       9900-MOSTRA-ERRO-FIM.
           EXIT.

      * -----------------------------------
       COPY movestoque.
