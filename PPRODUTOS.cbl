      *               (FS5-SITUACAO) E REATIVACAO COMO NOS DEMAIS
      *               CADASTROS. OS PRODUTOS ALIMENTAM OS ITENS DE
      *               PEDIDO DIGITADOS EM PPEDIDOS.
      *               TODO PRECO GRAVADO (INCLUSAO E ALTERACAO DO
      *               PRECO) VAI PARA O HISTORICO DE PRECOS
      *               (HISTPRECO.DAT) COM VIGENCIA NA DATA DO DIA.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               20/08/2026  CADASTRO DE PRODUTOS
      *               15/10/2026  HISTORICO DE PRECOS: INCLUSAO E
      *                           TROCA DO PRECO DE VENDA GRAVAM O
      *                           PRECO ANTERIOR E O NOVO EM
      *                           HISTPRECO.DAT
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS5-KEY.

           SELECT FILE18 ASSIGN TO DISK "histpreco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT18
               RECORD KEY IS FS18-KEY.

       DATA DIVISION.
       FILE SECTION.

       COPY arqprodutos.

       COPY arqhistpreco.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
           88 FS-CANCELA    VALUE 99.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT18      PIC 9(02).
           88 FS18-OK       VALUE ZEROS.
           88 FS18-NAO-EXISTE VALUE 35.
       77 WS-ERRO        PIC X.
           88 E-SIM VALUES ARE "S" "s".

           88 PERFIL-SUPERVISOR   VALUE "3".

       77 WS-CODIGO-SUGERIDO PIC 9(005) VALUE ZEROS.
       77 WS-PRECO-ANTERIOR  PIC 9(007)V9(002) VALUE ZEROS.

       COPY wrkhistpreco.

       COPY screenio.

                       THRU 9900-MOSTRA-ERRO-FIM
               MOVE ZEROS TO FS5-KEY
           NOT INVALID KEY
               MOVE ZEROS            TO WS-PRECO-ANTERIOR
               MOVE "I"              TO WS-HPR-ORIGEM
               PERFORM 9600-HISTORICO-PRECO
                  THRU 9600-HISTORICO-PRECO-FIM
               INITIALIZE FILE5-REC
               MOVE "PRODUTO INCLUIDO COM SUCESSO" TO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO
               ELSE
                  DISPLAY WS-LIMPA at 2118
                  DISPLAY SS-DADOS
                  MOVE FS5-PRECO-VENDA TO WS-PRECO-ANTERIOR
                  MOVE 99 TO FS-EXIT
               END-IF
           END-IF
                    PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
                NOT INVALID KEY
                    IF FS5-PRECO-VENDA NOT EQUAL WS-PRECO-ANTERIOR
                        MOVE "A"      TO WS-HPR-ORIGEM
                        PERFORM 9600-HISTORICO-PRECO
                           THRU 9600-HISTORICO-PRECO-FIM
                    END-IF
                    INITIALIZE FILE5-REC
                    MOVE "PRODUTO ALTERADO COM SUCESSO" TO WS-MSGERRO
                    PERFORM 9900-MOSTRA-ERRO

       8000-FINALIZA SECTION.
           CLOSE FILE5.
           CLOSE FILE18.

       8000-FINALIZA-FIM.
           EXIT.
               MOVE "X" TO WS-OPCAO
           END-IF.

           OPEN I-O FILE18
           IF FS18-NAO-EXISTE THEN
               OPEN OUTPUT FILE18
               CLOSE FILE18
               OPEN I-O FILE18
           END-IF.
           IF NOT FS18-OK
               STRING "ERRO AO ABRIR HISTPRECO.DAT - FILE STATUS "
                      FS-STAT18 INTO WS-MSGERRO
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               MOVE "X" TO WS-OPCAO
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

       9100-EXIT.
           EXIT.

      * -----------------------------------
      * GRAVA O PRECO DO PRODUTO CORRENTE NO HISTORICO, VIGENTE A
      * PARTIR DA DATA DO DIA (ORIGEM JA INFORMADA EM WS-HPR-ORIGEM)
       9600-HISTORICO-PRECO SECTION.
       9600.
           MOVE FS5-CODIGO        TO WS-HPR-PRODUTO.
           MOVE WS-ANO            TO WS-HPR-VIG-ANO.
           MOVE WS-MES            TO WS-HPR-VIG-MES.
           MOVE WS-DIA            TO WS-HPR-VIG-DIA.
           MOVE WS-PRECO-ANTERIOR TO WS-HPR-PRECO-ANT.
           MOVE FS5-PRECO-VENDA   TO WS-HPR-PRECO-NOVO.
           MOVE ZEROS             TO WS-HPR-PERCENTUAL.
           MOVE "V"               TO WS-HPR-SITUACAO.
           MOVE WS-OPERADOR       TO WS-HPR-OPERADOR.
           PERFORM 9670-GRAVA-HIST-PRECO
              THRU 9670-GRAVA-HIST-PRECO-FIM.

       9600-HISTORICO-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.

       9900-MOSTRA-ERRO-FIM.
           EXIT.

       COPY grvhistpreco.
