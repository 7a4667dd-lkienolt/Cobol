       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESTOQUE.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     MOVIMENTACAO DE ESTOQUE
      *
      * OBJETIVO:     TELA DO ALMOXARIFADO SOBRE O SALDO DE ESTOQUE
      *               POR PRODUTO (ESTOQUE.DAT):
      *               1 - ENTRADA DE MERCADORIA (SOMA NA FISICA)
      *               2 - CONSULTA DE FISICA, RESERVADA E DISPONIVEL
      *               3 - AJUSTE DE INVENTARIO: O OPERADOR INFORMA A
      *                   QUANTIDADE CONTADA E A DIFERENCA PARA A
      *                   FISICA E GRAVADA COMO AJUSTE
      *               RESERVA, LIBERACAO E SAIDA NAO SAO DIGITADAS
      *               AQUI: VEM DA APROVACAO/CANCELAMENTO EM PPEDIDOS
      *               E DO RETORNO DO ERP EM PEXPFATUR. TODO
      *               MOVIMENTO FICA EM MOVESTOQUE.DAT (PRELESTOQUE).
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  MOVIMENTACAO DE ESTOQUE
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

       DATA DIVISION.
       FILE SECTION.

       COPY arqprodutos.

       COPY arqestoque.

       COPY arqmovest.

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
           03 FILLER          PIC X(10) VALUE "ESTOQUE - ".
           03 WS-OP           PIC  X(20) VALUE SPACES.

       77 ST-ERRO        PIC X(02) VALUE "00".
       77 MENS1          PIC X(01).
       77 WS-OPCAO       PIC X.
           88 E-ENTRADA   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-AJUSTE    VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT        PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
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

       77 WS-DESCR-PRODUTO   PIC X(034) VALUE SPACES.
       77 WS-EST-DISPONIVEL  PIC S9(007)V9(002) VALUE ZEROS.
       77 WS-EST-QUANTIDADE  PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-EST-ROTULO      PIC X(024) VALUE SPACES.

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
                "MOVIMENTACAO DE ESTOQUE HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "============================= "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - ENTRADA DE MERCADORIA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR SALDO".
           05 LINE 09 COLUMN 15 VALUE "3 - AJUSTE DE INVENTARIO".
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
                "Movimentacao de Estoque HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo do Produto......:".
               05  T-CODIGO  LINE  05  COLUMN 34 PIC 9(05)
                USING  FS5-CODIGO    HIGHLIGHT .
               05  LINE  05 COLUMN 43 PIC X(34)
                FROM WS-DESCR-PRODUTO.

           01  SS-DADOS.
               05  LINE  07 COLUMN 07  VALUE
                    "Unidade................:".
               05  LINE  09 COLUMN 07  VALUE
                    "Quantidade Fisica......:".
               05  LINE  10 COLUMN 07  VALUE
                    "Quantidade Reservada...:".
               05  LINE  11 COLUMN 07  VALUE
                    "Quantidade Disponivel..:".
               05  LINE  12 COLUMN 07  VALUE
                    "Ultimo Movimento.......:".
               05  LINE 21 COLUMN  07  VALUE
                     "MENSAGEM: ".

               05  LINE 07 COLUMN 34 PIC X(03)
                            FROM FS5-UNIDADE HIGHLIGHT.
               05  LINE 09 COLUMN 34 PIC -Z.ZZZ.ZZ9,99
                            FROM FS13-QTD-FISICA HIGHLIGHT.
               05  LINE 10 COLUMN 34 PIC -Z.ZZZ.ZZ9,99
                            FROM FS13-QTD-RESERVADA HIGHLIGHT.
               05  LINE 11 COLUMN 34 PIC -Z.ZZZ.ZZ9,99
                            FROM WS-EST-DISPONIVEL HIGHLIGHT.
               05  LINE 12 COLUMN 34 PIC 9(02)
                            FROM FS13-ULT-DIA HIGHLIGHT.
               05  LINE 12 COLUMN 36 VALUE "/".
               05  LINE 12 COLUMN 37 PIC 9(02)
                            FROM FS13-ULT-MES HIGHLIGHT.
               05  LINE 12 COLUMN 39 VALUE "/".
               05  LINE 12 COLUMN 40 PIC 9(02)
                            FROM FS13-ULT-ANO HIGHLIGHT.

           01  SS-MOVIMENTO.
               05  LINE 14 COLUMN 07 PIC X(24)
                            FROM WS-EST-ROTULO.
               05  LINE 15 COLUMN 07  VALUE
                    "Historico/Documento....:".
               05  T-QUANTIDADE LINE 14 COLUMN 34 PIC Z.ZZZ.ZZ9,99
                            USING WS-EST-QUANTIDADE HIGHLIGHT.
               05  T-HISTORICO LINE 15 COLUMN 34 PIC X(30)
                            USING WS-MOV-HISTORICO HIGHLIGHT.

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
                WHEN E-ENTRADA
                     PERFORM 2100-ENTRADA THRU 2100-ENTRADA-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-AJUSTE
                     PERFORM 4000-AJUSTE THRU 4000-AJUSTE-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE A OPCAO ESCOLHIDA CONTRA O PERFIL DO OPERADOR
      * (VENDAS_PERFIL, GRAVADO PELO LOGIN DO MENU): ENTRADA PEDE
      * PERFIL SENIOR; AJUSTE DE INVENTARIO PEDE SUPERVISOR
       2050-VERIFICA-PERFIL SECTION.
       2050.
           EVALUATE TRUE
               WHEN E-ENTRADA
                       AND NOT (PERFIL-SENIOR OR PERFIL-SUPERVISOR)
                   MOVE "OPCAO NAO PERMITIDA PARA SEU PERFIL" TO
                        WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
                   MOVE SPACE TO WS-OPCAO
               WHEN E-AJUSTE
                       AND NOT PERFIL-SUPERVISOR
                   MOVE "OPCAO RESTRITA AO PERFIL SUPERVISOR" TO
                        WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
                   MOVE SPACE TO WS-OPCAO
           END-EVALUATE.

       2050-VERIFICA-PERFIL-FIM.
           EXIT.

      * -----------------------------------
      * ENTRADA DE MERCADORIA: SOMA A QUANTIDADE RECEBIDA NA FISICA
      * DO PRODUTO, COM O DOCUMENTO (NOTA DO FORNECEDOR) NO HISTORICO
       2100-ENTRADA SECTION.
       2100.
           MOVE "ENTRADA"         TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE "Quantidade Recebida....:" TO WS-EST-ROTULO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE FILE5-REC FILE13-REC.
           MOVE ZEROS  TO WS-EST-DISPONIVEL WS-EST-QUANTIDADE.
           MOVE SPACES TO WS-DESCR-PRODUTO WS-MOV-HISTORICO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       2100-CODIGO.
           PERFORM 2150-ACEITA-PRODUTO THRU 2150-ACEITA-PRODUTO-FIM.

       2100-QUANTIDADE.
           DISPLAY SS-MOVIMENTO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-QUANTIDADE
              IF WS-EST-QUANTIDADE EQUAL ZEROS
                  MOVE "FAVOR INFORMAR QUANTIDADE RECEBIDA" TO
                       WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  DISPLAY WS-LIMPA at 2118
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           PERFORM 2160-ACEITA-HISTORICO THRU 2160-ACEITA-HISTORICO-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-ENTRADA-FIM
           END-IF.

           IF FS-PROCESSA
              MOVE "N" TO WS-ERRO
              MOVE "CONFIRMA A ENTRADA NO ESTOQUE (S/N)?" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 MOVE "E"               TO WS-MOV-TIPO
                 MOVE WS-EST-QUANTIDADE TO WS-MOV-QUANTIDADE
                 PERFORM 2300-GRAVA-MOVIMENTO
                    THRU 2300-GRAVA-MOVIMENTO-FIM
              END-IF
              PERFORM 2400-LIMPA-DADOS
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-ENTRADA-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O PRODUTO (DEVE EXISTIR EM PRODUTOS.DAT) E MOSTRA O
      * SALDO ATUAL DELE
       2150-ACEITA-PRODUTO SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS5-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO PRODUTO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE5 KEY IS FS5-CODIGO
               IF NOT FS-OK
                  MOVE "PRODUTO NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-LE-SALDO THRU 9500-LE-SALDO-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS
                  IF FS5-INATIVO
                     DISPLAY "PRODUTO INATIVO" at 0750
                  END-IF
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       2150-ACEITA-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O HISTORICO DO MOVIMENTO (OBRIGATORIO)
       2160-ACEITA-HISTORICO SECTION.
       2160.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-HISTORICO
              IF WS-MOV-HISTORICO EQUAL SPACES
                  MOVE "FAVOR INFORMAR HISTORICO OU DOCUMENTO" TO
                       WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  DISPLAY WS-LIMPA at 2118
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2160-ACEITA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O MOVIMENTO (TIPO E QUANTIDADE JA INFORMADOS) PELA
      * ROTINA COMUM 9650-MOVIMENTA-ESTOQUE
       2300-GRAVA-MOVIMENTO SECTION.
       2300.
           MOVE FS5-CODIGO  TO WS-MOV-PRODUTO.
           MOVE ZEROS       TO WS-MOV-PEDIDO.
           MOVE WS-OPERADOR TO WS-MOV-OPERADOR.
           PERFORM 9650-MOVIMENTA-ESTOQUE
              THRU 9650-MOVIMENTA-ESTOQUE-FIM.

           IF MOV-GRAVADO
               MOVE "MOVIMENTO DE ESTOQUE GRAVADO COM SUCESSO" TO
                    WS-MSGERRO
           ELSE
               MOVE "ERRO AO GRAVAR MOVIMENTO DE ESTOQUE" TO
                    WS-MSGERRO
           END-IF.
           PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM.

       2300-GRAVA-MOVIMENTO-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           INITIALIZE FILE5-REC FILE13-REC.
           MOVE ZEROS  TO WS-EST-DISPONIVEL WS-EST-QUANTIDADE.
           MOVE SPACES TO WS-DESCR-PRODUTO WS-MOV-HISTORICO.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1034.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1234.
           DISPLAY WS-LIMPA at 1434.
           DISPLAY WS-LIMPA at 1534.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.

       2400-LIMPA-DADOS-FIM.
           EXIT.

      * -----------------------------------
       3000-CONSULTA SECTION.
       3000.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE5-REC FILE13-REC.
           MOVE ZEROS  TO WS-EST-DISPONIVEL.
           MOVE SPACES TO WS-DESCR-PRODUTO.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CODIGO.
           PERFORM 2150-ACEITA-PRODUTO THRU 2150-ACEITA-PRODUTO-FIM.

           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              MOVE "S" TO WS-ERRO
              MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                   WS-MSGERRO
              ACCEPT SS-ERRO
              PERFORM 2400-LIMPA-DADOS
              DISPLAY WS-LIMPA at 0750
           END-IF.

       3000-CONSULTA-FIM.
           EXIT.

      * -----------------------------------
      * AJUSTE DE INVENTARIO: O OPERADOR INFORMA A QUANTIDADE
      * CONTADA NO ALMOXARIFADO; A DIFERENCA PARA A FISICA (POSITIVA
      * OU NEGATIVA) E GRAVADA COMO MOVIMENTO DE AJUSTE
       4000-AJUSTE SECTION.
       4000.
           MOVE "AJUSTE"          TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE "Quantidade Contada.....:" TO WS-EST-ROTULO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           INITIALIZE FILE5-REC FILE13-REC.
           MOVE ZEROS  TO WS-EST-DISPONIVEL WS-EST-QUANTIDADE.
           MOVE SPACES TO WS-DESCR-PRODUTO WS-MOV-HISTORICO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       4000-CODIGO.
           PERFORM 2150-ACEITA-PRODUTO THRU 2150-ACEITA-PRODUTO-FIM.

       4000-QUANTIDADE.
           DISPLAY SS-MOVIMENTO.
           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              ACCEPT T-QUANTIDADE
           END-IF.

           PERFORM 2160-ACEITA-HISTORICO THRU 2160-ACEITA-HISTORICO-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 4000-AJUSTE-FIM
           END-IF.

           IF FS-PROCESSA
              COMPUTE WS-MOV-QUANTIDADE =
                      WS-EST-QUANTIDADE - FS13-QTD-FISICA
              IF WS-MOV-QUANTIDADE EQUAL ZEROS
                 MOVE "QUANTIDADE CONTADA IGUAL A FISICA - SEM AJUSTE"
                      TO WS-MSGERRO
                 PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
              ELSE
                 MOVE "N" TO WS-ERRO
                 MOVE "CONFIRMA O AJUSTE DE INVENTARIO (S/N)?" TO
                      WS-MSGERRO
                 ACCEPT SS-ERRO
                 IF E-SIM
                    MOVE "A" TO WS-MOV-TIPO
                    PERFORM 2300-GRAVA-MOVIMENTO
                       THRU 2300-GRAVA-MOVIMENTO-FIM
                 END-IF
              END-IF
              PERFORM 2400-LIMPA-DADOS
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-AJUSTE-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE5.
           CLOSE FILE13.
           CLOSE FILE14.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN INPUT FILE5
           IF NOT FS-OK
               STRING "ERRO AO ABRIR PRODUTOS.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
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

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O SALDO DO PRODUTO CORRENTE EM ESTOQUE.DAT E CALCULA O
      * DISPONIVEL; PRODUTO AINDA SEM MOVIMENTO TEM SALDO ZERO
       9500-LE-SALDO SECTION.
       9500.
           MOVE FS5-DESCRICAO TO WS-DESCR-PRODUTO.
           MOVE FS5-CODIGO    TO FS13-COD-PRODUTO.
           READ FILE13
               INVALID KEY
                   INITIALIZE FILE13-REC
                   MOVE FS5-CODIGO TO FS13-COD-PRODUTO
           END-READ.
           COMPUTE WS-EST-DISPONIVEL =
                   FS13-QTD-FISICA - FS13-QTD-RESERVADA.

       9500-LE-SALDO-FIM.
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
