      *                           LEITURA; SE OUTRO TERMINAL ALTEROU
      *                           NO MEIO TEMPO, A GRAVACAO E
      *                           RECUSADA COM MENSAGEM
      *               15/10/2026  CONDICAO DE PAGAMENTO PADRAO DO
      *                           CLIENTE (FS-COND-PAGTO) NA TELA DE
      *                           INCLUSAO E ALTERACAO, VALIDADA
      *                           CONTRA CONDPAG.DAT; ZERO SIGNIFICA
      *                           SEM CONDICAO PADRAO. SUGERIDA NA
      *                           DIGITACAO DO PEDIDO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT.

           SELECT FILE16 ASSIGN TO DISK "condpag.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT16
               RECORD KEY IS FS16-KEY.

       DATA DIVISION.
       FILE SECTION.

           03 REJ-MOTIVO     PIC X(010).
           03 REJ-ARQUIVO    PIC X(060).

       COPY arqcondpag.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
              "ES" "GO" "MA" "MT" "MS" "MG" "PA" "PB" "PR" "PE"
              "PI" "RJ" "RN" "RS" "RO" "RR" "SC" "SP" "SE" "TO".

       77 FS-STAT16            PIC 9(02).
           88 FS16-OK             VALUE ZEROS.
           88 FS16-NAO-EXISTE     VALUE 35.
       77 WS-CONDPAG-SW        PIC X      VALUE "S".
           88 CONDPAG-AUSENTE     VALUE "N".
       77 WS-DESCR-CONDPAG     PIC X(13)  VALUE SPACES.

       COPY wrkdelim.

       77 WS-CONS-TIPO        PIC X      VALUE "1".
               05  T-LIMITE LINE 19 COLUMN 58 PIC ZZZ.ZZZ.ZZ9,99
                            USING FS-LIMITE-CREDITO HIGHLIGHT.

               05  LINE  11 COLUMN 50  VALUE
                    "Cond.Pagto.:".
               05  T-CONDPAG LINE 11 COLUMN 63 PIC 9(03)
                            USING FS-COND-PAGTO HIGHLIGHT.

           01  SS-IMPORTACAO.
               05  LINE  05 COLUMN 07  VALUE
                "Arquivo para importar ...:".

           PERFORM 2600-ACEITA-LIMITE THRU 2600-ACEITA-LIMITE-FIM.

           PERFORM 2650-ACEITA-CONDPAG THRU 2650-ACEITA-CONDPAG-FIM.

           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
              PERFORM 2100-INCLUIR-FIM
       2600-ACEITA-LIMITE-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A CONDICAO DE PAGAMENTO PADRAO DO CLIENTE, QUE DEVE
      * EXISTIR E ESTAR ATIVA EM CONDPAG.DAT (ZERO SIGNIFICA SEM
      * CONDICAO PADRAO; O PEDIDO ENTAO PEDE A CONDICAO)
       2650-ACEITA-CONDPAG SECTION.
       2650.
           IF FS-COND-PAGTO NOT NUMERIC
              MOVE ZEROS TO FS-COND-PAGTO
           END-IF.

           IF COB-CRT-STATUS = COB-SCR-ESC
              CONTINUE
           ELSE
              MOVE ZEROS TO FS-EXIT
              PERFORM UNTIL FS-TERMINA
                      OR COB-CRT-STATUS = COB-SCR-ESC
                 ACCEPT T-CONDPAG
                 IF FS-COND-PAGTO EQUAL ZEROS
                    DISPLAY WS-LIMPA at 2118
                    MOVE 99 TO FS-EXIT
                 ELSE
                    PERFORM 9400-BUSCA-CONDPAG
                       THRU 9400-BUSCA-CONDPAG-FIM
                    IF WS-DESCR-CONDPAG EQUAL SPACES
                       MOVE "CONDICAO DE PAGTO INEXISTENTE OU INATIVA"
                            TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                    ELSE
                       DISPLAY WS-DESCR-CONDPAG at 1167
                       DISPLAY WS-LIMPA at 2118
                       MOVE 99 TO FS-EXIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           MOVE ZEROS TO FS-EXIT.

       2650-ACEITA-CONDPAG-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA DE CLIENTE, POR CODIGO, POR CNPJ OU NAVEGANDO PARA
      * FRENTE A PARTIR DE PARTE DO NOME (RAZAO SOCIAL)

           PERFORM 2600-ACEITA-LIMITE THRU 2600-ACEITA-LIMITE-FIM.

           PERFORM 2650-ACEITA-CONDPAG THRU 2650-ACEITA-CONDPAG-FIM.

           MOVE ZEROS TO FS-EXIT.
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO FS-EXIT
       8000-FINALIZA SECTION.
           CLOSE FILE1.
           CLOSE FILE3.
           IF NOT CONDPAG-AUSENTE
               CLOSE FILE16
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.
               MOVE "X" TO WS-OPCAO
           END-IF.

      * SEM CONDPAG.DAT O CLIENTE SO ACEITA CONDICAO ZERO (SEM PADRAO)
           OPEN INPUT FILE16
           IF NOT FS16-OK
               MOVE "N" TO WS-CONDPAG-SW
           END-IF.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

       9300-LE-CLIENTE-EXISTE-FIM.
           EXIT.

      * -----------------------------------
      * BUSCA A DESCRICAO DA CONDICAO FS-COND-PAGTO; FICA EM BRANCO
      * SE A CONDICAO NAO EXISTE OU ESTA INATIVA
       9400-BUSCA-CONDPAG SECTION.
       9400.
           MOVE SPACES TO WS-DESCR-CONDPAG.
           IF NOT CONDPAG-AUSENTE
               MOVE FS-COND-PAGTO TO FS16-CODIGO
               READ FILE16
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS16-ATIVO
                           MOVE FS16-DESCRICAO TO WS-DESCR-CONDPAG
                       END-IF
               END-READ
           END-IF.

       9400-BUSCA-CONDPAG-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.
