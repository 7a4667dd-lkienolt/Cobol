       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVISITAS.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     REGISTRO DE VISITAS REALIZADAS
      *
      * OBJETIVO:     MANTER AS VISITAS FEITAS PELOS VENDEDORES
      *               (VISITAS.DAT): UMA VISITA POR VENDEDOR, CLIENTE
      *               E DATA, COM O RESULTADO (V - VISITOU, A - CLIENTE
      *               AUSENTE, P - PEDIDO TIRADO) E UMA OBSERVACAO.
      *               VENDEDOR E CLIENTE SAO VALIDADOS CONTRA
      *               VENDEDORES.DAT E CLIENTES.DAT; DATA FUTURA NAO
      *               E ACEITA. AS VISITAS DOS VENDEDORES DE CAMPO
      *               TAMBEM CHEGAM PELO PIMPPEDIDOS (LINHA "V") E O
      *               CONFRONTO COM O ROTEIRO SAI NO PRELADERENCIA.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  REGISTRO DE VISITAS REALIZADAS
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE19 ASSIGN TO DISK "visitas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS19-KEY.

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

       DATA DIVISION.
       FILE SECTION.

       COPY arqvisitas.

       COPY arqclientes.

       COPY arqvendedor.

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
           03 FILLER          PIC X(10) VALUE "VISITAS - ".
           03 WS-OP           PIC  X(20) VALUE SPACES.

       77 ST-ERRO        PIC X(02) VALUE "00".
       77 MENS1          PIC X(01).
       77 WS-OPCAO       PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
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

       77 WS-NOME-VENDEDOR PIC X(040) VALUE SPACES.
       77 WS-NOME-CLIENTE  PIC X(040) VALUE SPACES.

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
                "REGISTRO DE VISITAS HBSIS"
                HIGHLIGHT .
           05 LINE 05 COLUMN 10 VALUE
                "========================= "
                HIGHLIGHT .
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01  SS-TELA-REGISTRO.
           02  BLANK SCREEN.
           02  LINE  01  COLUMN   01  VALUE "DATA:".
           02  LINE  01  COLUMN  PLUS 2 USING  WS-DIA.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-MES.
           02  LINE  01  COLUMN  PLUS 1  VALUE "/".
           02  LINE  01  COLUMN  PLUS 1 USING  WS-ANO.
           02  LINE  01 COLUMN   29  VALUE
                "Registro de Visitas HBSIS".

           01  SS-CHAVE.
               05  LINE  05 COLUMN 07  VALUE
                "Codigo do Vendedor.....:".
               05  T-VENDEDOR  LINE  05  COLUMN 34 PIC 9(03)
                USING  FS19-COD-VENDEDOR HIGHLIGHT .
               05  LINE  05 COLUMN 43 PIC X(34)
                FROM WS-NOME-VENDEDOR.
               05  LINE  06 COLUMN 07  VALUE
                "Codigo do Cliente......:".
               05  T-CLIENTE   LINE  06  COLUMN 34 PIC 9(07)
                USING  FS19-COD-CLIENTE  HIGHLIGHT .
               05  LINE  06 COLUMN 43 PIC X(34)
                FROM WS-NOME-CLIENTE.
               05  LINE  07 COLUMN 07  VALUE
                "Data da Visita (DD/MM/AA):".
               05  T-DIA  LINE  07  COLUMN 34 PIC 9(02)
                USING  FS19-DIA      HIGHLIGHT .
               05  LINE  07 COLUMN 36 VALUE "/".
               05  T-MES  LINE  07  COLUMN 37 PIC 9(02)
                USING  FS19-MES      HIGHLIGHT .
               05  LINE  07 COLUMN 39 VALUE "/".
               05  T-ANO  LINE  07  COLUMN 40 PIC 9(02)
                USING  FS19-ANO      HIGHLIGHT .

           01  SS-DADOS.
               05  LINE  09 COLUMN 07  VALUE
                    "Resultado..............:".
               05  LINE  09 COLUMN 37  VALUE
                    "(V-VISITOU A-AUSENTE P-PEDIDO TIRADO)".
               05  LINE  10 COLUMN 07  VALUE
                    "Observacao.............:".
               05  LINE 21 COLUMN  07  VALUE
                     "MENSAGEM: ".

               05  T-RESULTADO LINE 09 COLUMN 34 PIC X(01)
                            USING FS19-RESULTADO HIGHLIGHT.
               05  T-OBSERVACAO LINE 11 COLUMN 07 PIC X(50)
                            USING FS19-OBSERVACAO HIGHLIGHT.

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
           ACCEPT    WS-NUMC FROM COLUMNS.

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
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-CLS
           MOVE ZEROS             TO FS-EXIT.
           DISPLAY SS-TELA-REGISTRO
           DISPLAY SS-CHAVE
           DISPLAY SS-DADOS
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

           END-EVALUATE.

       2000-PROCESSO-FIM.
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

           INITIALIZE FILE19-REC.
           MOVE SPACES TO WS-NOME-VENDEDOR.
           MOVE SPACES TO WS-NOME-CLIENTE.

       2100-CHAVE.
           PERFORM 2150-ACEITA-CHAVE THRU 2150-ACEITA-CHAVE-FIM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              READ FILE19
                  INVALID KEY
                      MOVE ZEROS TO FS-STAT
                      MOVE 99 TO FS-EXIT
                  NOT INVALID KEY
                      MOVE "VISITA JA REGISTRADA PARA ESTE DIA"
                           TO WS-MSGERRO
                      DISPLAY WS-MSGERRO at 2118
                      PERFORM 2150-ACEITA-CHAVE
                         THRU 2150-ACEITA-CHAVE-FIM
              END-READ
           END-PERFORM.

       2100-DADOS.
           PERFORM 2160-ACEITA-DADOS THRU 2160-ACEITA-DADOS-FIM.

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
      * ACEITA VENDEDOR (VENDEDORES.DAT), CLIENTE (CLIENTES.DAT) E
      * DATA DA VISITA, QUE NAO PODE SER POSTERIOR A DATA DO DIA
       2150-ACEITA-CHAVE SECTION.
       2150.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-VENDEDOR
           IF FS19-COD-VENDEDOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO VENDEDOR" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               MOVE FS19-COD-VENDEDOR TO FS2-CODIGO
               READ FILE2 KEY IS FS2-CODIGO
               IF NOT FS-OK
                  MOVE "VENDEDOR NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  MOVE FS2-NOME TO WS-NOME-VENDEDOR
                  DISPLAY SS-CHAVE
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CLIENTE
           IF FS19-COD-CLIENTE EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO CLIENTE" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               MOVE FS19-COD-CLIENTE TO FS-CODIGO
               READ FILE1 KEY IS FS-KEY
               IF NOT FS-OK
                  MOVE "CLIENTE NAO CADASTRADO. INFORME NOVO CODIGO"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  MOVE FS-NOME TO WS-NOME-CLIENTE
                  DISPLAY SS-CHAVE
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-DIA
              ACCEPT T-MES
              ACCEPT T-ANO
              IF FS19-DIA < 1 OR FS19-DIA > 31
                 OR FS19-MES < 1 OR FS19-MES > 12
                 MOVE "DATA INVALIDA. INFORME DD/MM/AA" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 IF FS19-DATA > WS-DATA
                    MOVE "DATA DA VISITA POSTERIOR A DATA DO DIA" TO
                         WS-MSGERRO
                    DISPLAY WS-MSGERRO at 2118
                 ELSE
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 END-IF
              END-IF
           END-PERFORM.

       2150-ACEITA-CHAVE-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O RESULTADO (V/A/P, OBRIGATORIO) E A OBSERVACAO
       2160-ACEITA-DADOS SECTION.
       2160.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC
              ACCEPT T-RESULTADO
              INSPECT FS19-RESULTADO CONVERTING "vap" TO "VAP"
              IF NOT FS19-RESULT-OK
                 MOVE "RESULTADO INVALIDO. INFORME V, A OU P" TO
                      WS-MSGERRO
                 DISPLAY WS-MSGERRO at 2118
              ELSE
                 DISPLAY WS-LIMPA at 2118
                 MOVE 99 TO FS-EXIT
              END-IF
           END-PERFORM.

           IF COB-CRT-STATUS NOT = COB-SCR-ESC
              ACCEPT T-OBSERVACAO
           END-IF.

       2160-ACEITA-DADOS-FIM.
           EXIT.

       2300-GRAVAR SECTION.
       2300.
           MOVE "T"              TO FS19-ORIGEM
           MOVE WS-OPERADOR      TO FS19-AUD-OPERADOR
           MOVE WS-ANO           TO FS19-AUD-ANO
           MOVE WS-MES           TO FS19-AUD-MES
           MOVE WS-DIA           TO FS19-AUD-DIA
           MOVE WS-HOR           TO FS19-AUD-HOR
           MOVE WS-MIN           TO FS19-AUD-MIN
           MOVE "I"              TO FS19-AUD-OPERACAO
           WRITE FILE19-REC
           INVALID KEY
               MOVE "VISITA JA REGISTRADA" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS19-KEY
           NOT INVALID KEY
               INITIALIZE FILE19-REC
               MOVE SPACES TO WS-NOME-VENDEDOR
               MOVE SPACES TO WS-NOME-CLIENTE
               MOVE "VISITA INCLUIDA COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.

       2300-GRAVAR-FIM.
           EXIT.

       2400-LIMPA-DADOS SECTION.
       2400.
           DISPLAY WS-LIMPA at 0534.
           DISPLAY WS-LIMPA at 0634.
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1107.
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
           INITIALIZE FILE19-REC.
           MOVE SPACES TO WS-NOME-VENDEDOR.
           MOVE SPACES TO WS-NOME-CLIENTE.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       3000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           PERFORM 3100-ACEITA-CHAVE THRU 3100-ACEITA-CHAVE-FIM
           IF FS19-COD-VENDEDOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO VENDEDOR" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE19
               IF NOT FS-OK
                  INITIALIZE FILE19-REC
                  MOVE "VISITA NAO ENCONTRADA. INFORME NOVA CHAVE"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-BUSCA-NOMES THRU 9500-BUSCA-NOMES-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS

                  MOVE "S" TO WS-ERRO
                  MOVE "PRESSIONE ENTER PARA NOVA CONSULTA" TO
                       WS-MSGERRO
                  ACCEPT SS-ERRO
                  IF E-SIM
                     PERFORM 2400-LIMPA-DADOS
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
      * ACEITA A CHAVE COMPLETA DA VISITA PARA CONSULTA, ALTERACAO
      * E EXCLUSAO (SEM VALIDACAO, A LEITURA DE VISITAS.DAT DECIDE)
       3100-ACEITA-CHAVE SECTION.
       3100.
           ACCEPT T-VENDEDOR
           ACCEPT T-CLIENTE
           ACCEPT T-DIA
           ACCEPT T-MES
           ACCEPT T-ANO.

       3100-ACEITA-CHAVE-FIM.
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

           INITIALIZE FILE19-REC.
           MOVE SPACES TO WS-NOME-VENDEDOR.
           MOVE SPACES TO WS-NOME-CLIENTE.

       4000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           PERFORM 3100-ACEITA-CHAVE THRU 3100-ACEITA-CHAVE-FIM
           IF FS19-COD-VENDEDOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO VENDEDOR" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE19
               IF NOT FS-OK
                  INITIALIZE FILE19-REC
                  MOVE "VISITA NAO ENCONTRADA. INFORME NOVA CHAVE"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-BUSCA-NOMES THRU 9500-BUSCA-NOMES-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
           END-PERFORM.

       4000-DADOS.
           PERFORM 2160-ACEITA-DADOS THRU 2160-ACEITA-DADOS-FIM.

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

       4100-REGRAVAR SECTION.
       4100.
           MOVE WS-OPERADOR      TO FS19-AUD-OPERADOR
           MOVE WS-ANO           TO FS19-AUD-ANO
           MOVE WS-MES           TO FS19-AUD-MES
           MOVE WS-DIA           TO FS19-AUD-DIA
           MOVE WS-HOR           TO FS19-AUD-HOR
           MOVE WS-MIN           TO FS19-AUD-MIN
           MOVE "A"              TO FS19-AUD-OPERACAO
           REWRITE FILE19-REC
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    INITIALIZE FILE19-REC
                    MOVE SPACES TO WS-NOME-VENDEDOR
                    MOVE SPACES TO WS-NOME-CLIENTE
                    MOVE "VISITA ALTERADA COM SUCESSO" TO WS-MSGERRO
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
           INITIALIZE FILE19-REC.
           MOVE SPACES TO WS-NOME-VENDEDOR.
           MOVE SPACES TO WS-NOME-CLIENTE.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5000-CHAVE.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           PERFORM 3100-ACEITA-CHAVE THRU 3100-ACEITA-CHAVE-FIM
           IF FS19-COD-VENDEDOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR CODIGO DO VENDEDOR" TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               READ FILE19
               IF NOT FS-OK
                  INITIALIZE FILE19-REC
                  MOVE "VISITA NAO ENCONTRADA. INFORME NOVA CHAVE"
                       TO WS-MSGERRO
                  DISPLAY WS-MSGERRO at 2118
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  PERFORM 9500-BUSCA-NOMES THRU 9500-BUSCA-NOMES-FIM
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS

                  MOVE "N" TO WS-ERRO
                  MOVE "CONFIRMA A EXCLUSAO DA VISITA (S/N)?" TO
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
           END-PERFORM.

       5000-EXCLUIR-FIM.
           EXIT.

       5100-DELETAR SECTION.
       5100.
           DELETE FILE19
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR REGISTRO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   INITIALIZE FILE19-REC
                   MOVE SPACES TO WS-NOME-VENDEDOR
                   MOVE SPACES TO WS-NOME-CLIENTE
                   MOVE "VISITA EXCLUIDA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-DELETE.

       5100-DELETAR-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE19
           CLOSE FILE1
           CLOSE FILE2.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
       9000-ABRIR-ARQUIVOS.
      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA
      * -----------------------------------
           OPEN I-O FILE19
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE19
               CLOSE FILE19
               OPEN I-O FILE19
           END-IF.
           IF NOT FS-OK
               STRING "ERRO AO ABRIR VISITAS.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN INPUT FILE1
           IF NOT FS-OK
               STRING "ERRO AO ABRIR CLIENTES.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN INPUT FILE2
           IF NOT FS-OK
               STRING "ERRO AO ABRIR VENDEDORES.DAT - FILE STATUS "
                      FS-STAT INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

      * -----------------------------------
      * BUSCA OS NOMES DO VENDEDOR E DO CLIENTE DA VISITA CORRENTE
       9500-BUSCA-NOMES SECTION.
       9500.
           MOVE FS19-COD-VENDEDOR TO FS2-CODIGO.
           READ FILE2 KEY IS FS2-CODIGO
               INVALID KEY
                   MOVE SPACES TO WS-NOME-VENDEDOR
               NOT INVALID KEY
                   MOVE FS2-NOME TO WS-NOME-VENDEDOR
           END-READ.

           MOVE FS19-COD-CLIENTE TO FS-CODIGO.
           READ FILE1 KEY IS FS-KEY
               INVALID KEY
                   MOVE SPACES TO WS-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE FS-NOME TO WS-NOME-CLIENTE
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
