       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONDPAG.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     CADASTRO DE CONDICOES DE PAGAMENTO
      *
      * OBJETIVO:     MANTER O CADASTRO DE CONDICOES DE PAGAMENTO
      *               (CONDPAG.DAT): CODIGO, DESCRICAO, QUANTIDADE DE
      *               PARCELAS (1 A 12) E O PRAZO DE CADA PARCELA EM
      *               DIAS A PARTIR DO FATURAMENTO, EM ORDEM
      *               CRESCENTE (SO A PRIMEIRA PODE TER PRAZO ZERO, A
      *               VISTA). EXCLUSAO LOGICA (FS16-SITUACAO) E
      *               REATIVACAO COMO NOS DEMAIS CADASTROS.
      *               A CONDICAO E A PADRAO DO CLIENTE (PCLIENTES),
      *               E ESCOLHIDA NO PEDIDO (PPEDIDOS) E GERA OS
      *               TITULOS NO FATURAMENTO (PEXPFATUR).
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CADASTRO DE CONDICOES DE PAGAMENTO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE16 ASSIGN TO DISK "condpag.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS16-KEY.

       DATA DIVISION.
       FILE SECTION.

       COPY arqcondpag.

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
           03 FILLER          PIC X(11) VALUE "CONDPAG - ".
           03 WS-OP           PIC  X(20) VALUE SPACES.

       77 ST-ERRO        PIC X(02) VALUE "00".
       77 MENS1          PIC X(01).
       77 WS-OPCAO       PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-REATIVAR  VALUE IS "5".
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

       77 WS-CODIGO-SUGERIDO PIC 9(003) VALUE ZEROS.

      * DIGITACAO DOS PRAZOS: UM UNICO CAMPO DE TELA POSICIONADO
      * NA LINHA/COLUNA DA PARCELA CORRENTE (4 PRAZOS POR LINHA)
       77 WS-PRAZO-DIG       PIC 9(003) VALUE ZEROS.
       77 WS-PRZ-IX          PIC 9(002) VALUE ZEROS.
       77 WS-PRZ-AUX         PIC 9(002) VALUE ZEROS.
       77 WS-PRZ-RESTO       PIC 9(002) VALUE ZEROS.
       77 WS-PRZ-LIN         PIC 9(002) VALUE ZEROS.
       77 WS-PRZ-COL         PIC 9(002) VALUE ZEROS.

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
                "CADASTRO DE CONDICOES DE PAGAMENTO HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "======================================== "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - REATIVAR".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   24  VALUE
                "Cadastro de Condicoes de Pagamento HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo da Condicao.....:".
               05  T-CODIGO  LINE  05  COLUMN 34 PIC 9(03)
                USING  FS16-CODIGO    HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  07 COLUMN 07  VALUE
                    "Descricao..............:".
               05  LINE  09 COLUMN 07  VALUE
                    "Quantidade de Parcelas.:".
               05  LINE  11 COLUMN 07 VALUE
                    "Prazos (dias) 01 a 04..:".
               05  LINE  12 COLUMN 07 VALUE
                    "Prazos (dias) 05 a 08..:".
               05  LINE  13 COLUMN 07 VALUE
                    "Prazos (dias) 09 a 12..:".
               05  LINE 21 COLUMN  07  VALUE
                     "MENSAGEM: ".

               05  T-DESCRICAO LINE  07  COLUMN 34  PIC X(30)
                            USING FS16-DESCRICAO  HIGHLIGHT.
               05  T-QTD-PARC LINE  09  COLUMN 34  PIC Z9
                            USING FS16-QTD-PARCELAS HIGHLIGHT.
               05  LINE 11 COLUMN 34 PIC ZZ9 FROM FS16-PRAZO (01).
               05  LINE 11 COLUMN 40 PIC ZZ9 FROM FS16-PRAZO (02).
               05  LINE 11 COLUMN 46 PIC ZZ9 FROM FS16-PRAZO (03).
               05  LINE 11 COLUMN 52 PIC ZZ9 FROM FS16-PRAZO (04).
               05  LINE 12 COLUMN 34 PIC ZZ9 FROM FS16-PRAZO (05).
               05  LINE 12 COLUMN 40 PIC ZZ9 FROM FS16-PRAZO (06).
               05  LINE 12 COLUMN 46 PIC ZZ9 FROM FS16-PRAZO (07).
               05  LINE 12 COLUMN 52 PIC ZZ9 FROM FS16-PRAZO (08).
               05  LINE 13 COLUMN 34 PIC ZZ9 FROM FS16-PRAZO (09).
               05  LINE 13 COLUMN 40 PIC ZZ9 FROM FS16-PRAZO (10).
               05  LINE 13 COLUMN 46 PIC ZZ9 FROM FS16-PRAZO (11).
               05  LINE 13 COLUMN 52 PIC ZZ9 FROM FS16-PRAZO (12).

           01  SS-PRAZO.
               05  T-PRAZO LINE WS-PRZ-LIN COLUMN WS-PRZ-COL PIC ZZ9
                            USING WS-PRAZO-DIG HIGHLIGHT.

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
                WHEN E-INCLUIR
                     PERFORM 2100-INCLUIR THRU 2100-INCLUIR-FIM
                        UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-CONSULTAR
                     PERFORM 3000-CONSULTA THRU 3000-CONSULTA-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-ALTERAR
                     PERFORM 4000-ALTERAR THRU 4000-ALTERAR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-EXCLUIR
                     PERFORM 5000-EXCLUIR THRU 5000-EXCLUIR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-REATIVAR
                     PERFORM 7500-REATIVAR THRU 7500-REATIVAR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE A OPCAO ESCOLHIDA CONTRA O PERFIL DO OPERADOR
      * (VENDAS_PERFIL, GRAVADO PELO LOGIN DO MENU): OPCAO NEGADA
      * E DESCARTADA COM MENSAGEM
       2050-VERIFICA-PERFIL SECTION.
       2050.
           EVALUATE TRUE
               WHEN (E-INCLUIR OR E-ALTERAR OR E-REATIVAR)
                       AND NOT (PERFIL-SENIOR OR PERFIL-SUPERVISOR)
                   MOVE "OPCAO NAO PERMITIDA PARA SEU PERFIL" TO
                        WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
                   MOVE SPACE TO WS-OPCAO
               WHEN E-EXCLUIR
                       AND NOT PERFIL-SUPERVISOR
                   MOVE "OPCAO RESTRITA AO PERFIL SUPERVISOR" TO
                        WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
                   MOVE SPACE TO WS-OPCAO
           END-EVALUATE.

       2050-VERIFICA-PERFIL-FIM.
           EXIT.

      * -----------------------------------
       2100-INCLUIR SECTION.
       2100.
           MOVE "INCLUSAO"        TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

           INITIALIZE FILE16-REC.

           PERFORM 9100-LEITURA-PREV-CONDPAG THRU 9100-EXIT.
           MOVE FS16-CODIGO TO WS-CODIGO-SUGERIDO.
           INITIALIZE FILE16-REC.
           MOVE WS-CODIGO-SUGERIDO TO FS16-CODIGO.
           DISPLAY T-CODIGO.

       2100-CODIGO.
           MOVE ZEROS             TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS16-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DA CONDICAO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE16 KEY IS FS16-CODIGO
               IF FS-STAT = "00"
                  INITIALIZE FILE16-REC
                  MOVE WS-CODIGO-SUGERIDO TO FS16-CODIGO
                  MOVE "CONDICAO JA EXISTE. INFORME NOVO CODIGO"
                                  TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  MOVE 99         TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       2100-DADOS.
           PERFORM 2150-ACEITA-DADOS THRU 2150-ACEITA-DADOS-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2300-GRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE ZEROS TO FS-EXIT
           END-IF.

       2100-INCLUIR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA DESCRICAO, QUANTIDADE DE PARCELAS E O PRAZO DE CADA
      * PARCELA; OS PRAZOS ALEM DA QUANTIDADE SAO ZERADOS
       2150-ACEITA-DADOS SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DESCRICAO
              IF FS16-DESCRICAO EQUAL SPACES
                  MOVE "FAVOR INFORMAR DESCRICAO " TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-QTD-PARC
              IF FS16-QTD-PARCELAS < 1 OR FS16-QTD-PARCELAS > 12
                  MOVE "QUANTIDADE DE PARCELAS DEVE SER DE 1 A 12" TO
                       WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  DISPLAY WS-LIMPA at 2118
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS NOT = COB-SCR-ESC
               PERFORM 2160-ACEITA-PRAZO THRU 2160-ACEITA-PRAZO-FIM
                       VARYING WS-PRZ-IX FROM 1 BY 1
                       UNTIL WS-PRZ-IX > FS16-QTD-PARCELAS
                          OR COB-CRT-STATUS = COB-SCR-ESC
           END-IF.

           IF COB-CRT-STATUS NOT = COB-SCR-ESC
               COMPUTE WS-PRZ-IX = FS16-QTD-PARCELAS + 1
               PERFORM 2170-ZERA-PRAZO THRU 2170-ZERA-PRAZO-FIM
                       UNTIL WS-PRZ-IX > 12
               DISPLAY SS-DADOS
           END-IF.

       2150-ACEITA-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O PRAZO DA PARCELA WS-PRZ-IX NA POSICAO DELA NA TELA.
      * O PRAZO DEVE SER MAIOR QUE O DA PARCELA ANTERIOR
       2160-ACEITA-PRAZO SECTION.
       2160.
           COMPUTE WS-PRZ-AUX = WS-PRZ-IX - 1.
           DIVIDE WS-PRZ-AUX BY 4 GIVING WS-PRZ-LIN
                  REMAINDER WS-PRZ-RESTO.
           ADD 11 TO WS-PRZ-LIN.
           COMPUTE WS-PRZ-COL = 34 + (WS-PRZ-RESTO * 6).
           MOVE FS16-PRAZO (WS-PRZ-IX) TO WS-PRAZO-DIG.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-PRAZO
              IF WS-PRZ-IX > 1
                      AND WS-PRAZO-DIG NOT GREATER
                          FS16-PRAZO (WS-PRZ-IX - 1)
                  MOVE "PRAZO DEVE SER MAIOR QUE O DA PARCELA ANTERIOR"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
              ELSE
                  MOVE WS-PRAZO-DIG TO FS16-PRAZO (WS-PRZ-IX)
                  DISPLAY WS-LIMPA at 2118
                  MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

       2160-ACEITA-PRAZO-FIM.
           EXIT.

       2170-ZERA-PRAZO SECTION.
       2170.
           MOVE ZEROS TO FS16-PRAZO (WS-PRZ-IX).
           ADD 1 TO WS-PRZ-IX.

       2170-ZERA-PRAZO-FIM.
           EXIT.

       2300-GRAVAR SECTION.
       2300.
           MOVE WS-OPERADOR      TO FS16-AUD-OPERADOR
           MOVE WS-ANO           TO FS16-AUD-ANO
           MOVE WS-MES           TO FS16-AUD-MES
           MOVE WS-DIA           TO FS16-AUD-DIA
           MOVE WS-HOR           TO FS16-AUD-HOR
           MOVE WS-MIN           TO FS16-AUD-MIN
           MOVE "I"              TO FS16-AUD-OPERACAO
           MOVE "A"              TO FS16-SITUACAO
           WRITE FILE16-REC
           INVALID KEY
               MOVE "CONDICAO JA EXISTE" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS16-KEY
           NOT INVALID KEY
               INITIALIZE FILE16-REC
               MOVE "CONDICAO INCLUIDA COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1234.
           DISPLAY WS-LIMPA at 1334.
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
           INITIALIZE FILE16-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS16-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DA CONDICAO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE16 KEY IS FS16-CODIGO
               IF FS-STAT = "23"
                  INITIALIZE FILE16-REC
                  MOVE "CONDICAO NAO CADASTRADA. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  IF FS16-INATIVO
                     DISPLAY "CONDICAO INATIVA" at 1534
                  END-IF

                  MOVE "S" TO WS-ERRO
                  MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                       WS-MSGERRO
                  ACCEPT SS-ERRO
                  IF E-SIM
                     PERFORM 2400-LIMPA-DADOS
                     DISPLAY WS-LIMPA at 1534
                     MOVE SPACES TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
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
       4000-ALTERAR SECTION.
       4000.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

           INITIALIZE FILE16-REC.

       4000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS16-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DA CONDICAO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE16 KEY IS FS16-CODIGO
               IF FS-STAT = "23"
                  INITIALIZE FILE16-REC
                  MOVE "CONDICAO NAO CADASTRADA. INFORME NOVO CODIGO"
                   TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       4000-DADOS.
           PERFORM 2150-ACEITA-DADOS THRU 2150-ACEITA-DADOS-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 4000-ALTERAR-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 4100-REGRAVAR
              PERFORM 2400-LIMPA-DADOS
              MOVE ZEROS TO FS-EXIT
           END-IF.

       4000-ALTERAR-FIM.
           EXIT.

      * A ALTERACAO VALE PARA OS PROXIMOS FATURAMENTOS; TITULOS JA
      * GERADOS NAO SAO REFEITOS
       4100-REGRAVAR SECTION.
       4100.
           MOVE WS-OPERADOR      TO FS16-AUD-OPERADOR
           MOVE WS-ANO           TO FS16-AUD-ANO
           MOVE WS-MES           TO FS16-AUD-MES
           MOVE WS-DIA           TO FS16-AUD-DIA
           MOVE WS-HOR           TO FS16-AUD-HOR
           MOVE WS-MIN           TO FS16-AUD-MIN
           MOVE "A"              TO FS16-AUD-OPERACAO
           REWRITE FILE16-REC
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    INITIALIZE FILE16-REC
                    MOVE "CONDICAO ALTERADA COM SUCESSO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       4100-REGRAVAR-FIM.
           EXIT.

      * -----------------------------------
       5000-EXCLUIR SECTION.
       5000.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE16-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5000-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS16-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DA CONDICAO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE16 KEY IS FS16-CODIGO
               IF FS-STAT = "23"
                  INITIALIZE FILE16-REC
                  MOVE "CONDICAO NAO CADASTRADA. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS

                  IF FS16-INATIVO
                     MOVE "CONDICAO JA ESTA INATIVA" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                     MOVE ZEROS TO FS-EXIT
                  ELSE
                     MOVE "N" TO WS-ERRO
                     MOVE "CONFIRMA A INATIVACAO DA CONDICAO (S/N)?" TO
                          WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF E-SIM
                        PERFORM 5100-DELETAR
                        PERFORM 2400-LIMPA-DADOS
                        MOVE ZEROS TO FS-EXIT
                     ELSE
                        MOVE 99 TO FS-EXIT
                     END-IF
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       5000-EXCLUIR-FIM.
           EXIT.

      * A EXCLUSAO E LOGICA: O REGISTRO FICA NO CADASTRO COM
      * FS16-SITUACAO = "I". A CONDICAO INATIVA NAO PODE SER
      * ESCOLHIDA EM NOVOS PEDIDOS, MAS OS PEDIDOS JA DIGITADOS COM
      * ELA CONTINUAM GERANDO TITULOS NO FATURAMENTO
       5100-DELETAR SECTION.
       5100.
           MOVE WS-OPERADOR      TO FS16-AUD-OPERADOR
           MOVE WS-ANO           TO FS16-AUD-ANO
           MOVE WS-MES           TO FS16-AUD-MES
           MOVE WS-DIA           TO FS16-AUD-DIA
           MOVE WS-HOR           TO FS16-AUD-HOR
           MOVE WS-MIN           TO FS16-AUD-MIN
           MOVE "E"              TO FS16-AUD-OPERACAO
           MOVE "I"              TO FS16-SITUACAO
           REWRITE FILE16-REC
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   INITIALIZE FILE16-REC
                   MOVE "CONDICAO INATIVADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       5100-DELETAR-FIM.
           EXIT.

      * -----------------------------------
      * REATIVA UMA CONDICAO INATIVADA PELA EXCLUSAO LOGICA
       7500-REATIVAR SECTION.
       7500.
           MOVE "REATIVACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE16-REC.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       7500-CODIGO.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CODIGO
           IF FS16-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DA CONDICAO" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE16 KEY IS FS16-CODIGO
               IF FS-STAT = "23"
                  INITIALIZE FILE16-REC
                  MOVE "CONDICAO NAO CADASTRADA. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS

                  IF NOT FS16-INATIVO
                     MOVE "CONDICAO JA ESTA ATIVA" TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                     MOVE ZEROS TO FS-EXIT
                  ELSE
                     MOVE "N" TO WS-ERRO
                     MOVE "CONFIRMA A REATIVACAO DA CONDICAO (S/N)?" TO
                          WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF E-SIM
                        PERFORM 7600-GRAVA-REATIVACAO
                           THRU 7600-GRAVA-REATIVACAO-FIM
                        PERFORM 2400-LIMPA-DADOS
                        MOVE ZEROS TO FS-EXIT
                     ELSE
                        MOVE 99 TO FS-EXIT
                     END-IF
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       7500-REATIVAR-FIM.
           EXIT.

       7600-GRAVA-REATIVACAO SECTION.
       7600.
           MOVE WS-OPERADOR      TO FS16-AUD-OPERADOR
           MOVE WS-ANO           TO FS16-AUD-ANO
           MOVE WS-MES           TO FS16-AUD-MES
           MOVE WS-DIA           TO FS16-AUD-DIA
           MOVE WS-HOR           TO FS16-AUD-HOR
           MOVE WS-MIN           TO FS16-AUD-MIN
           MOVE "R"              TO FS16-AUD-OPERACAO
           MOVE "A"              TO FS16-SITUACAO
           REWRITE FILE16-REC
               INVALID KEY
                   MOVE "ERRO AO REATIVAR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   INITIALIZE FILE16-REC
                   MOVE "CONDICAO REATIVADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       7600-GRAVA-REATIVACAO-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE16.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN I-O FILE16
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE16
               CLOSE FILE16
               OPEN I-O FILE16
           END-IF.
           IF NOT FS-OK
               STRING "ERRO AO ABRIR CONDPAG.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE CONDICAO PROXIMO CODIGO
       9100-LEITURA-PREV-CONDPAG SECTION.
       9100.
           MOVE 999 TO FS16-CODIGO
           START FILE16 LAST END-START.

           READ FILE16 PREVIOUS END-READ.
           IF FS-STAT NOT EQUAL "00"
              MOVE 1                       TO FS16-CODIGO
           ELSE
              ADD 1                        TO FS16-CODIGO
           END-IF.

       9100-EXIT.
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
