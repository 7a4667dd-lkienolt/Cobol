      *                           PFECHADIA): PEDIDO COM DATA ATE A
      *                           ULTIMA DATA FECHADA NAO PODE SER
      *                           INCLUIDO, ALTERADO NEM CANCELADO
      *               15/10/2026  CONTROLE DE ESTOQUE: A DIGITACAO DO
      *                           ITEM MOSTRA O DISPONIVEL DO PRODUTO
      *                           (ESTOQUE.DAT); A APROVACAO RESERVA
      *                           AS QUANTIDADES DOS ITENS, AVISANDO
      *                           QUANDO O DISPONIVEL NAO COBRE O
      *                           PEDIDO; O CANCELAMENTO DE PEDIDO
      *                           APROVADO LIBERA A RESERVA. CADA
      *                           MOVIMENTO VAI PARA MOVESTOQUE.DAT
      *               15/10/2026  CONDICAO DE PAGAMENTO DO PEDIDO
      *                           (FS4-COND-PAGTO), SUGERIDA PELA
      *                           CONDICAO PADRAO DO CLIENTE E
      *                           VALIDADA CONTRA CONDPAG.DAT; E ELA
      *                           QUE GERA OS TITULOS NO FATURAMENTO
      *                           (PEXPFATUR). ZERO = SEM CONDICAO,
      *                           TITULOS GERADOS A MAO EM PTITULOS
      *               15/10/2026  ALCADA DE DESCONTO: O ITEM GUARDA O
      *                           PRECO DE TABELA (FS6-PRECO-TABELA)
      *                           E MOSTRA O DESCONTO DADO; O MAIOR
      *                           DESCONTO DO PEDIDO E CONFERIDO CONTRA
      *                           A ALCADA DO PERFIL (ALCADAS.CTL).
      *                           ACIMA DELA O PEDIDO FICA PENDENTE
      *                           ("P") E NAO PODE SER APROVADO ATE O
      *                           SUPERVISOR LIBERAR NA OPCAO 6; O
      *                           SUPERVISOR DIGITANDO LIBERA NA HORA
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT.

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

           SELECT FILE16 ASSIGN TO DISK "condpag.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT16
               RECORD KEY IS FS16-KEY.

           SELECT FILE17 ASSIGN TO DISK "alcadas.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT.

       DATA DIVISION.
       FILE SECTION.

       01 FILE10-REC.
           03 FECH-DATA          PIC 9(006).

       COPY arqestoque.

       COPY arqmovest.

       COPY arqcondpag.

      * ALCADAS DE DESCONTO POR PERFIL: PERCENTUAL MAXIMO DE
      * DESCONTO SOBRE O PRECO DE TABELA (99V99)
       FD FILE17.
       01 FILE17-REC.
           03 ALC-PERC-CONSULTA   PIC 9(002)V9(002).
           03 ALC-PERC-SENIOR     PIC 9(002)V9(002).
           03 ALC-PERC-SUPERVISOR PIC 9(002)V9(002).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           03  WS-LIMPA       PIC X(100) VALUE SPACES.
           88 E-ALTERAR   VALUE IS "3".
           88 E-CANCELAR  VALUE IS "4".
           88 E-APROVAR   VALUE IS "5".
           88 E-LIBERAR   VALUE IS "6".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 FS-STAT        PIC 9(02).
           88 FS-OK         VALUE ZEROS.
       77 WS-STATUS-DESC     PIC X(012) VALUE SPACES.
       77 WS-CANC-MOTIVO     PIC X(030) VALUE SPACES.

       77 WS-REG-GUARDA      PIC X(129) VALUE SPACES.
       77 WS-AUD-GUARDA      PIC X(019) VALUE SPACES.

       01 WS-DATA-FECHADA.
               05 TAB-ITEM-QUANTIDADE PIC 9(005)V9(002).
               05 TAB-ITEM-PRECO      PIC 9(007)V9(002).
               05 TAB-ITEM-VALOR      PIC 9(009)V9(002).
               05 TAB-ITEM-TABELA     PIC 9(007)V9(002).

       77 WS-PED-STATUS-ANT  PIC X(001) VALUE SPACES.
       77 WS-EST-FALTA       PIC 9(003) VALUE ZEROS.
       77 WS-EST-DISPONIVEL  PIC S9(007)V9(002) VALUE ZEROS.

       77 FS-STAT16          PIC 9(02).
           88 FS16-OK           VALUE ZEROS.
       77 WS-CONDPAG-SW      PIC X(001) VALUE "S".
           88 CONDPAG-AUSENTE   VALUE "N".
       77 WS-DESCR-CONDPAG   PIC X(034) VALUE SPACES.

      * ALCADAS PADRAO, VALENDO QUANDO NAO HA ALCADAS.CTL
       77 WS-ALC-CONSULTA    PIC 9(002)V9(002) VALUE 2,00.
       77 WS-ALC-SENIOR      PIC 9(002)V9(002) VALUE 5,00.
       77 WS-ALC-SUPERVISOR  PIC 9(002)V9(002) VALUE 10,00.
       77 WS-ALC-LIMITE      PIC 9(002)V9(002) VALUE ZEROS.
       77 WS-ITEM-TABELA     PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-ITEM-DESC       PIC 9(003)V9(002) VALUE ZEROS.
       77 WS-DESC-MAX        PIC 9(003)V9(002) VALUE ZEROS.
       77 ED-DESC            PIC ZZ9,99.
       77 WS-DESC-SW         PIC X(001) VALUE "N".
           88 DESC-PENDENTE     VALUE "S".

       COPY wrkestoque.

       COPY screenio.

           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - CANCELAR".
           05 LINE 11 COLUMN 15 VALUE "5 - APROVAR".
           05 LINE 12 COLUMN 15 VALUE "6 - LIBERAR DESCONTO".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

                    "Codigo do Cliente......:".
               05  LINE  11 COLUMN 07 VALUE
                    "Codigo do Vendedor.....:".
               05  LINE  12 COLUMN 07  VALUE
                    "Condicao de Pagamento..:".
               05  LINE  13 COLUMN 07  VALUE
                     "Valor do Pedido........:".
               05  LINE 21 COLUMN  07  VALUE
                            USING FS4-COD-VENDEDOR HIGHLIGHT.
               05  LINE 11 COLUMN 43 PIC X(34)
                            FROM WS-NOME-VENDEDOR.
               05  T-CONDPAG LINE 12 COLUMN 34 PIC 9(03)
                            USING FS4-COND-PAGTO HIGHLIGHT.
               05  LINE 12 COLUMN 43 PIC X(34)
                            FROM WS-DESCR-CONDPAG.
               05  T-VALOR LINE 13 COLUMN 34 PIC ZZZ.ZZZ.ZZ9,99
                            FROM FS4-VALOR   HIGHLIGHT.

                            USING WS-ITEM-QUANTIDADE HIGHLIGHT.
               05  T-ITEM-PRECO LINE 17 COLUMN 34 PIC Z.ZZZ.ZZ9,99
                            USING WS-ITEM-PRECO HIGHLIGHT.
               05  LINE 16 COLUMN 50  VALUE "Disponivel:".
               05  T-ITEM-DISP LINE 16 COLUMN 62 PIC -Z.ZZZ.ZZ9,99
                            FROM WS-EST-DISPONIVEL.
               05  LINE 17 COLUMN 50  VALUE "Desconto %:".
               05  T-ITEM-DESC LINE 17 COLUMN 62 PIC ZZ9,99
                            FROM WS-ITEM-DESC.

           01  SS-CANCELA.
               05  LINE  15 COLUMN 07  VALUE
                     PERFORM 6000-APROVAR THRU 6000-APROVAR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

                WHEN E-LIBERAR
                     PERFORM 6500-LIBERAR THRU 6500-LIBERAR-FIM
                       UNTIL COB-CRT-STATUS = COB-SCR-ESC

           END-EVALUATE.

       2000-PROCESSO-FIM.
                        WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
                   MOVE SPACE TO WS-OPCAO
               WHEN (E-CANCELAR OR E-APROVAR OR E-LIBERAR)
                       AND NOT PERFIL-SUPERVISOR
                   MOVE "OPCAO RESTRITA AO PERFIL SUPERVISOR" TO
                        WS-MSGERRO
           DISPLAY SS-DADOS.

           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.

           PERFORM 9100-LEITURA-PREV-PEDIDO THRU 9100-EXIT.
           MOVE FS4-NUMERO TO WS-NUMERO-SUGERIDO.
       2100-VENDEDOR.
           PERFORM 2170-ACEITA-VENDEDOR THRU 2170-ACEITA-VENDEDOR-FIM.

       2100-CONDPAG.
           PERFORM 2175-ACEITA-CONDPAG THRU 2175-ACEITA-CONDPAG-FIM.

       2100-ITENS.
           PERFORM 2185-ACEITA-ITENS THRU 2185-ACEITA-ITENS-FIM.

                 THRU 2186-VERIFICA-CREDITO-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2188-VERIFICA-DESCONTO
                 THRU 2188-VERIFICA-DESCONTO-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2300-GRAVAR
              PERFORM 2400-LIMPA-DADOS
                     MOVE FS-NOME TO WS-NOME-CLIENTE
                     PERFORM 2165-SUGERE-VENDEDOR
                        THRU 2165-SUGERE-VENDEDOR-FIM
                     PERFORM 2166-SUGERE-CONDPAG
                        THRU 2166-SUGERE-CONDPAG-FIM
                     DISPLAY SS-DADOS
                     MOVE 99 TO FS-EXIT
                  END-IF
       2165-SUGERE-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * SUGERE A CONDICAO DE PAGAMENTO PADRAO DO CLIENTE (FILE1 JA
      * LIDO) QUANDO O PEDIDO AINDA NAO TEM CONDICAO; NA ALTERACAO
      * A CONDICAO JA GRAVADA NO PEDIDO E MANTIDA
       2166-SUGERE-CONDPAG SECTION.
       2166.
           IF FS4-COND-PAGTO NOT NUMERIC
               MOVE ZEROS TO FS4-COND-PAGTO
           END-IF.
           IF FS4-COND-PAGTO EQUAL ZEROS
                   AND FS-COND-PAGTO NUMERIC
               MOVE FS-COND-PAGTO TO FS4-COND-PAGTO
           END-IF.
           PERFORM 9550-BUSCA-CONDPAG THRU 9550-BUSCA-CONDPAG-FIM.

       2166-SUGERE-CONDPAG-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA O VENDEDOR (JA SUGERIDO PELA CARTEIRA) E VALIDA
      * CONTRA VENDEDORES.DAT
       2170-ACEITA-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA A CONDICAO DE PAGAMENTO (JA SUGERIDA PELO CLIENTE),
      * QUE DEVE EXISTIR E ESTAR ATIVA EM CONDPAG.DAT. ZERO DEIXA O
      * PEDIDO SEM CONDICAO: OS TITULOS SAO GERADOS A MAO EM
      * PTITULOS
       2175-ACEITA-CONDPAG SECTION.
       2175.
           MOVE ZEROS TO FS-EXIT.
           PERFORM UNTIL FS-TERMINA
                   OR COB-CRT-STATUS = COB-SCR-ESC

           ACCEPT T-CONDPAG
           PERFORM 9550-BUSCA-CONDPAG THRU 9550-BUSCA-CONDPAG-FIM
           IF FS4-COND-PAGTO NOT EQUAL ZEROS
                   AND (NOT FS16-OK OR FS16-INATIVO)
               MOVE "CONDICAO NAO CADASTRADA OU INATIVA. INFORME OUTRA"
                    TO WS-MSGERRO
               DISPLAY WS-MSGERRO at 2118
           ELSE
               DISPLAY WS-LIMPA at 2118
               DISPLAY SS-DADOS
               MOVE 99 TO FS-EXIT
           END-IF
           END-PERFORM.

       2175-ACEITA-CONDPAG-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA OS ITENS DO PEDIDO (PRODUTO, QUANTIDADE E PRECO
      * UNITARIO, SUGERIDO DO CADASTRO DE PRODUTOS) E CALCULA
      * DIGITACAO; E OBRIGATORIO AO MENOS UM ITEM
       2185-ACEITA-ITENS SECTION.
       2185.
           MOVE ZEROS TO WS-QTD-ITENS FS4-VALOR WS-DESC-MAX.
           MOVE "N"   TO WS-ITENS-SW.
           DISPLAY T-VALOR.
           DISPLAY SS-ITENS.
       2190-ACEITA-UM-ITEM SECTION.
       2190.
           MOVE ZEROS  TO WS-ITEM-PRODUTO WS-ITEM-QUANTIDADE
                          WS-ITEM-PRECO WS-ITEM-VALOR
                          WS-EST-DISPONIVEL WS-ITEM-TABELA
                          WS-ITEM-DESC.
           MOVE SPACES TO WS-DESCR-PRODUTO.
           DISPLAY SS-ITENS.
           ACCEPT T-ITEM-PRODUTO.
                           DISPLAY WS-LIMPA at 2118
                           MOVE FS5-DESCRICAO   TO WS-DESCR-PRODUTO
                           MOVE FS5-PRECO-VENDA TO WS-ITEM-PRECO
                                                   WS-ITEM-TABELA
                           PERFORM 7100-LE-DISPONIVEL
                              THRU 7100-LE-DISPONIVEL-FIM
                           DISPLAY SS-ITENS
                           PERFORM 2195-ACEITA-QTD-PRECO
                              THRU 2195-ACEITA-QTD-PRECO-FIM
                           IF COB-CRT-STATUS NOT = COB-SCR-ESC
                               PERFORM 2196-CALCULA-DESCONTO
                                  THRU 2196-CALCULA-DESCONTO-FIM
                               ADD 1 TO WS-QTD-ITENS
                               COMPUTE WS-ITEM-VALOR =
                                       WS-ITEM-QUANTIDADE *
                                    TAB-ITEM-PRECO (WS-QTD-ITENS)
                               MOVE WS-ITEM-VALOR TO
                                    TAB-ITEM-VALOR (WS-QTD-ITENS)
                               MOVE WS-ITEM-TABELA TO
                                    TAB-ITEM-TABELA (WS-QTD-ITENS)
                               ADD WS-ITEM-VALOR TO FS4-VALOR
                               DISPLAY T-VALOR
                           END-IF
       2187-SOMA-EXPOSICAO-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE O MAIOR DESCONTO DOS ITENS (WS-DESC-MAX) CONTRA A
      * ALCADA DO PERFIL DO OPERADOR. ACIMA DELA O SUPERVISOR PODE
      * LIBERAR NA HORA; PARA OS DEMAIS O PEDIDO E GRAVADO PENDENTE
      * DE LIBERACAO (WS-DESC-SW), SEM PODER SER APROVADO
       2188-VERIFICA-DESCONTO SECTION.
       2188.
           MOVE "N"         TO WS-DESC-SW.
           MOVE WS-DESC-MAX TO FS4-DESC-PERC-MAX.
           MOVE WS-OPERADOR TO FS4-DESC-OPERADOR.
           MOVE SPACES      TO FS4-DESC-LIBERADOR.
           MOVE ZEROS       TO FS4-DESC-LIB-DATA.

           EVALUATE TRUE
               WHEN PERFIL-SUPERVISOR
                   MOVE WS-ALC-SUPERVISOR TO WS-ALC-LIMITE
               WHEN PERFIL-SENIOR
                   MOVE WS-ALC-SENIOR     TO WS-ALC-LIMITE
               WHEN OTHER
                   MOVE WS-ALC-CONSULTA   TO WS-ALC-LIMITE
           END-EVALUATE.

           IF WS-DESC-MAX > WS-ALC-LIMITE
               IF PERFIL-SUPERVISOR
                   MOVE WS-DESC-MAX TO ED-DESC
                   MOVE "N" TO WS-ERRO
                   MOVE SPACES TO WS-MSGERRO
                   STRING "DESCONTO DE " ED-DESC
                          "% ACIMA DA ALCADA. LIBERA (S/N)?"
                          DELIMITED BY SIZE INTO WS-MSGERRO
                   ACCEPT SS-ERRO
                   IF E-SIM
                       MOVE WS-OPERADOR TO FS4-DESC-LIBERADOR
                       MOVE WS-ANO      TO FS4-DESC-LIB-ANO
                       MOVE WS-MES      TO FS4-DESC-LIB-MES
                       MOVE WS-DIA      TO FS4-DESC-LIB-DIA
                       DISPLAY WS-LIMPA at 2118
                   ELSE
                       MOVE
                       "PEDIDO NAO GRAVADO - DESCONTO ACIMA DA ALCADA"
                            TO WS-MSGERRO
                       PERFORM 9900-MOSTRA-ERRO
                          THRU 9900-MOSTRA-ERRO-FIM
                       MOVE 99 TO FS-EXIT
                   END-IF
               ELSE
                   MOVE "S" TO WS-DESC-SW
               END-IF
           END-IF.

       2188-VERIFICA-DESCONTO-FIM.
           EXIT.

      * -----------------------------------
      * ACEITA QUANTIDADE E PRECO UNITARIO DO ITEM CORRENTE
       2195-ACEITA-QTD-PRECO SECTION.
       2195-ACEITA-QTD-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * CALCULA O DESCONTO DO ITEM SOBRE O PRECO DE TABELA (PRECO
      * ACIMA DA TABELA NAO E DESCONTO) E GUARDA O MAIOR DO PEDIDO
       2196-CALCULA-DESCONTO SECTION.
       2196.
           IF WS-ITEM-PRECO < WS-ITEM-TABELA
               COMPUTE WS-ITEM-DESC ROUNDED =
                       (WS-ITEM-TABELA - WS-ITEM-PRECO) * 100 /
                       WS-ITEM-TABELA
           ELSE
               MOVE ZEROS TO WS-ITEM-DESC
           END-IF.
           IF WS-ITEM-DESC > WS-DESC-MAX
               MOVE WS-ITEM-DESC TO WS-DESC-MAX
           END-IF.
           DISPLAY T-ITEM-DESC.

       2196-CALCULA-DESCONTO-FIM.
           EXIT.

       2300-GRAVAR SECTION.
       2300.
           MOVE WS-OPERADOR      TO FS4-AUD-OPERADOR
           MOVE WS-HOR           TO FS4-AUD-HOR
           MOVE WS-MIN           TO FS4-AUD-MIN
           MOVE "I"              TO FS4-AUD-OPERACAO
           IF DESC-PENDENTE
               MOVE "P"          TO FS4-STATUS-PED
           ELSE
               MOVE "D"          TO FS4-STATUS-PED
           END-IF
           WRITE FILE4-REC
           INVALID KEY
               MOVE "PEDIDO JA EXISTE" TO WS-MSGERRO
               PERFORM 2350-GRAVA-ITENS THRU 2350-GRAVA-ITENS-FIM
               INITIALIZE FILE4-REC
               MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                              WS-DESCR-CONDPAG
               IF DESC-PENDENTE
                   MOVE
                   "PEDIDO GRAVADO PENDENTE DE LIBERACAO DO DESCONTO"
                        TO WS-MSGERRO
               ELSE
                   MOVE "PEDIDO INCLUIDO COM SUCESSO" TO WS-MSGERRO
               END-IF
               PERFORM 9900-MOSTRA-ERRO
                       THRU 9900-MOSTRA-ERRO-FIM
           END-WRITE.
           MOVE TAB-ITEM-QUANTIDADE (WS-ITEM-IX) TO FS6-QUANTIDADE.
           MOVE TAB-ITEM-PRECO (WS-ITEM-IX)      TO FS6-PRECO-UNIT.
           MOVE TAB-ITEM-VALOR (WS-ITEM-IX)      TO FS6-VALOR-ITEM.
           MOVE TAB-ITEM-TABELA (WS-ITEM-IX)     TO FS6-PRECO-TABELA.
           WRITE FILE6-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR ITEM DO PEDIDO" TO WS-MSGERRO
           DISPLAY WS-LIMPA at 0734.
           DISPLAY WS-LIMPA at 0934.
           DISPLAY WS-LIMPA at 1134.
           DISPLAY WS-LIMPA at 1234.
           DISPLAY WS-LIMPA at 1334.
           DISPLAY WS-LIMPA at 2118.
           DISPLAY WS-LIMPA at 2340.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.
           DISPLAY SS-DADOS.

           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.

       4000-NUMERO.
           MOVE ZEROS TO FS-EXIT.
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS
                  EVALUATE TRUE
                      WHEN NOT (FS4-ST-DIGITADO OR
                                FS4-ST-PEND-DESCONTO)
                          MOVE
                          "SOMENTE PEDIDO DIGITADO PODE SER ALTERADO"
                               TO WS-MSGERRO
           PERFORM 2150-ACEITA-DATA THRU 2150-ACEITA-DATA-FIM.
           PERFORM 2160-ACEITA-CLIENTE THRU 2160-ACEITA-CLIENTE-FIM.
           PERFORM 2170-ACEITA-VENDEDOR THRU 2170-ACEITA-VENDEDOR-FIM.
           PERFORM 2175-ACEITA-CONDPAG THRU 2175-ACEITA-CONDPAG-FIM.
           PERFORM 2185-ACEITA-ITENS THRU 2185-ACEITA-ITENS-FIM.

           MOVE ZEROS TO FS-EXIT.
                 THRU 2186-VERIFICA-CREDITO-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 2188-VERIFICA-DESCONTO
                 THRU 2188-VERIFICA-DESCONTO-FIM
           END-IF.

           IF FS-PROCESSA
              PERFORM 4100-REGRAVAR
              PERFORM 2400-LIMPA-DADOS
               PERFORM 9900-MOSTRA-ERRO THRU 9900-MOSTRA-ERRO-FIM
               INITIALIZE FILE4-REC
               MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                              WS-DESCR-CONDPAG
           ELSE
               MOVE WS-REG-GUARDA    TO FILE4-REC
               MOVE WS-OPERADOR      TO FS4-AUD-OPERADOR
               MOVE WS-HOR           TO FS4-AUD-HOR
               MOVE WS-MIN           TO FS4-AUD-MIN
               MOVE "A"              TO FS4-AUD-OPERACAO
               IF DESC-PENDENTE
                   MOVE "P"          TO FS4-STATUS-PED
               ELSE
                   MOVE "D"          TO FS4-STATUS-PED
               END-IF
               REWRITE FILE4-REC
                    INVALID KEY
                        MOVE "ERRO AO REGRAVAR REGISTRO" TO WS-MSGERRO
                        INITIALIZE FILE4-REC
                        MOVE SPACES TO WS-NOME-CLIENTE
                                       WS-NOME-VENDEDOR
                                       WS-DESCR-CONDPAG
                        IF DESC-PENDENTE
                            MOVE
                      "PEDIDO GRAVADO PENDENTE DE LIBERACAO DO DESCONTO"
                                 TO WS-MSGERRO
                        ELSE
                            MOVE "PEDIDO ALTERADO COM SUCESSO" TO
                                 WS-MSGERRO
                        END-IF
                        PERFORM 9900-MOSTRA-ERRO
                           THRU 9900-MOSTRA-ERRO-FIM
               END-REWRITE
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       5100-CANCELA-PEDIDO SECTION.
       5100.
           MOVE FS4-STATUS-PED   TO WS-PED-STATUS-ANT
           MOVE WS-OPERADOR      TO FS4-AUD-OPERADOR
           MOVE WS-ANO           TO FS4-AUD-ANO
           MOVE WS-MES           TO FS4-AUD-MES
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
      * PEDIDO JA APROVADO TINHA ESTOQUE RESERVADO: DEVOLVE AO
      * DISPONIVEL
                   IF WS-PED-STATUS-ANT EQUAL "A"
                       MOVE "L" TO WS-MOV-TIPO
                       MOVE "CANCELAMENTO DO PEDIDO" TO
                            WS-MOV-HISTORICO
                       PERFORM 7000-MOVIMENTA-ITENS
                          THRU 7000-MOVIMENTA-ITENS-FIM
                   END-IF
                   INITIALIZE FILE4-REC
                   MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                                  WS-DESCR-CONDPAG
                   MOVE "PEDIDO CANCELADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.
                  DISPLAY SS-DADOS

                  IF NOT FS4-ST-DIGITADO
                     IF FS4-ST-PEND-DESCONTO
                        MOVE
                        "PEDIDO PENDENTE DE LIBERACAO DO DESCONTO"
                             TO WS-MSGERRO
                     ELSE
                        MOVE
                        "SOMENTE PEDIDO DIGITADO PODE SER APROVADO"
                             TO WS-MSGERRO
                     END-IF
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     PERFORM 6050-VERIFICA-ESTOQUE
                        THRU 6050-VERIFICA-ESTOQUE-FIM
                     MOVE "N" TO WS-ERRO
                     IF WS-EST-FALTA GREATER ZEROS
                        MOVE WS-EST-FALTA TO ED-CONT
                        MOVE SPACES TO WS-MSGERRO
                        STRING "ESTOQUE INSUFICIENTE EM " ED-CONT
                               " ITEM(NS). APROVA ASSIM MESMO (S/N)?"
                               DELIMITED BY SIZE INTO WS-MSGERRO
                     ELSE
                        MOVE "CONFIRMA A APROVACAO DO PEDIDO (S/N)?" TO
                             WS-MSGERRO
                     END-IF
                     ACCEPT SS-ERRO
                     IF E-SIM
                        PERFORM 6100-GRAVA-APROVACAO
       6000-APROVAR-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE CADA ITEM DO PEDIDO CORRENTE CONTRA O DISPONIVEL DO
      * PRODUTO EM ESTOQUE.DAT E CONTA EM WS-EST-FALTA OS ITENS QUE
      * NAO ESTAO COBERTOS
       6050-VERIFICA-ESTOQUE SECTION.
       6050.
           MOVE ZEROS      TO WS-EST-FALTA.
           MOVE FS4-NUMERO TO FS6-NUMERO.
           MOVE ZEROS      TO FS6-SEQUENCIA.
           MOVE ZEROS      TO FS-STAT.
           START FILE6 KEY IS NOT LESS THAN FS6-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

           PERFORM 6060-CONFERE-ITEM THRU 6060-CONFERE-ITEM-FIM
                   UNTIL FS-FIM-ARQUIVO.
           MOVE ZEROS TO FS-STAT.

       6050-VERIFICA-ESTOQUE-FIM.
           EXIT.

       6060-CONFERE-ITEM SECTION.
       6060.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT
               ELSE
                   MOVE FS6-COD-PRODUTO TO FS5-CODIGO
                   PERFORM 7100-LE-DISPONIVEL
                      THRU 7100-LE-DISPONIVEL-FIM
                   IF FS6-QUANTIDADE GREATER WS-EST-DISPONIVEL
                       ADD 1 TO WS-EST-FALTA
                   END-IF
               END-IF
           END-IF.

       6060-CONFERE-ITEM-FIM.
           EXIT.

       6100-GRAVA-APROVACAO SECTION.
       6100.
           MOVE WS-OPERADOR      TO FS4-AUD-OPERADOR
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   MOVE "R" TO WS-MOV-TIPO
                   MOVE "APROVACAO DO PEDIDO" TO WS-MOV-HISTORICO
                   PERFORM 7000-MOVIMENTA-ITENS
                      THRU 7000-MOVIMENTA-ITENS-FIM
                   INITIALIZE FILE4-REC
                   MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                                  WS-DESCR-CONDPAG
                   MOVE "PEDIDO APROVADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
       6100-GRAVA-APROVACAO-FIM.
           EXIT.

      * -----------------------------------
      * LIBERA O DESCONTO DE UM PEDIDO PENDENTE ("P" -> "D"),
      * GUARDANDO QUEM E QUANDO LIBEROU; O PEDIDO VOLTA AO CICLO
      * NORMAL E PODE SER APROVADO NA OPCAO 5
       6500-LIBERAR SECTION.
       6500.
           MOVE "LIBERACAO DESCONTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           INITIALIZE FILE4-REC.
           MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                          WS-DESCR-CONDPAG.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-CHAVE.
           DISPLAY SS-DADOS.

       6500-NUMERO.
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
                  DISPLAY SS-CHAVE
                  DISPLAY SS-DADOS

                  IF NOT FS4-ST-PEND-DESCONTO
                     MOVE "PEDIDO NAO ESTA PENDENTE DE LIBERACAO"
                          TO WS-MSGERRO
                     DISPLAY WS-MSGERRO at 2118
                  ELSE
                     IF FS4-DESC-PERC-MAX NOT NUMERIC
                        MOVE ZEROS TO FS4-DESC-PERC-MAX
                     END-IF
                     MOVE FS4-DESC-PERC-MAX TO ED-DESC
                     MOVE "N" TO WS-ERRO
                     MOVE SPACES TO WS-MSGERRO
                     STRING "DESCONTO DE " ED-DESC "% DIGITADO POR "
                            DELIMITED BY SIZE
                            FS4-DESC-OPERADOR DELIMITED BY SPACE
                            ". LIBERA (S/N)?" DELIMITED BY SIZE
                            INTO WS-MSGERRO
                     ACCEPT SS-ERRO
                     IF E-SIM
                        PERFORM 6600-GRAVA-LIBERACAO
                           THRU 6600-GRAVA-LIBERACAO-FIM
                        PERFORM 2400-LIMPA-DADOS
                        MOVE ZEROS TO FS-EXIT
                     ELSE
                        MOVE 99 TO FS-EXIT
                     END-IF
                  END-IF
               END-IF
           END-IF
           END-PERFORM.

       6500-LIBERAR-FIM.
           EXIT.

       6600-GRAVA-LIBERACAO SECTION.
       6600.
           MOVE WS-OPERADOR      TO FS4-AUD-OPERADOR
           MOVE WS-ANO           TO FS4-AUD-ANO
           MOVE WS-MES           TO FS4-AUD-MES
           MOVE WS-DIA           TO FS4-AUD-DIA
           MOVE WS-HOR           TO FS4-AUD-HOR
           MOVE WS-MIN           TO FS4-AUD-MIN
           MOVE "L"              TO FS4-AUD-OPERACAO
           MOVE "D"              TO FS4-STATUS-PED
           MOVE WS-OPERADOR      TO FS4-DESC-LIBERADOR
           MOVE WS-ANO           TO FS4-DESC-LIB-ANO
           MOVE WS-MES           TO FS4-DESC-LIB-MES
           MOVE WS-DIA           TO FS4-DESC-LIB-DIA
           REWRITE FILE4-REC
               INVALID KEY
                   MOVE "ERRO AO LIBERAR PEDIDO" TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
               NOT INVALID KEY
                   INITIALIZE FILE4-REC
                   MOVE SPACES TO WS-NOME-CLIENTE WS-NOME-VENDEDOR
                                  WS-DESCR-CONDPAG
                   MOVE "DESCONTO LIBERADO - PEDIDO VOLTA A DIGITADO"
                        TO WS-MSGERRO
                   PERFORM 9900-MOSTRA-ERRO
                      THRU 9900-MOSTRA-ERRO-FIM
           END-REWRITE.

       6600-GRAVA-LIBERACAO-FIM.
           EXIT.

      * -----------------------------------
      * APLICA O MOVIMENTO DE ESTOQUE WS-MOV-TIPO (RESERVA OU
      * LIBERACAO) A CADA ITEM DO PEDIDO CORRENTE (FS4-NUMERO)
       7000-MOVIMENTA-ITENS SECTION.
       7000.
           MOVE FS4-NUMERO  TO WS-MOV-PEDIDO.
           MOVE WS-OPERADOR TO WS-MOV-OPERADOR.
           MOVE FS4-NUMERO  TO FS6-NUMERO.
           MOVE ZEROS       TO FS6-SEQUENCIA.
           MOVE ZEROS       TO FS-STAT.
           START FILE6 KEY IS NOT LESS THAN FS6-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

           PERFORM 7050-MOVIMENTA-UM-ITEM
              THRU 7050-MOVIMENTA-UM-ITEM-FIM
                   UNTIL FS-FIM-ARQUIVO.
           MOVE ZEROS TO FS-STAT.

       7000-MOVIMENTA-ITENS-FIM.
           EXIT.

       7050-MOVIMENTA-UM-ITEM SECTION.
       7050.
           READ FILE6 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF FS6-NUMERO NOT EQUAL FS4-NUMERO
                   MOVE 10 TO FS-STAT
               ELSE
                   MOVE FS6-COD-PRODUTO TO WS-MOV-PRODUTO
                   MOVE FS6-QUANTIDADE  TO WS-MOV-QUANTIDADE
                   PERFORM 9650-MOVIMENTA-ESTOQUE
                      THRU 9650-MOVIMENTA-ESTOQUE-FIM
                   IF NOT MOV-GRAVADO
                       MOVE "ERRO AO ATUALIZAR ESTOQUE DO ITEM"
                            TO WS-MSGERRO
                       DISPLAY WS-MSGERRO at 2118
                   END-IF
               END-IF
           END-IF.

       7050-MOVIMENTA-UM-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * LE O SALDO DO PRODUTO FS5-CODIGO EM ESTOQUE.DAT E DEVOLVE O
      * DISPONIVEL (FISICA - RESERVADA) EM WS-EST-DISPONIVEL; PRODUTO
      * SEM SALDO TEM DISPONIVEL ZERO
       7100-LE-DISPONIVEL SECTION.
       7100.
           MOVE FS5-CODIGO TO FS13-COD-PRODUTO.
           READ FILE13
               INVALID KEY
                   MOVE ZEROS TO WS-EST-DISPONIVEL
               NOT INVALID KEY
                   COMPUTE WS-EST-DISPONIVEL =
                           FS13-QTD-FISICA - FS13-QTD-RESERVADA
           END-READ.

       7100-LE-DISPONIVEL-FIM.
           EXIT.

       8000-FINALIZA SECTION.
           CLOSE FILE4.
           CLOSE FILE1.
           CLOSE FILE3.
           CLOSE FILE5.
           CLOSE FILE6.
           CLOSE FILE13.
           CLOSE FILE14.
           IF NOT CONDPAG-AUSENTE
               CLOSE FILE16
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.
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

      * SEM CONDPAG.DAT O PEDIDO SO ACEITA CONDICAO ZERO (TITULOS
      * GERADOS A MAO)
           OPEN INPUT FILE16
           IF NOT FS16-OK
               MOVE "N" TO WS-CONDPAG-SW
           END-IF.

      * CARREGA A ULTIMA DATA FECHADA PELO FECHAMENTO DIARIO
      * (ZEROS SE AINDA NAO HOUVE FECHAMENTO)
           MOVE ZEROS TO WS-DATA-FECHADA.
           END-IF.
           MOVE ZEROS TO FS-STAT.

      * CARREGA AS ALCADAS DE DESCONTO POR PERFIL; SEM ALCADAS.CTL
      * (OU COM CONTEUDO INVALIDO) VALEM AS ALCADAS PADRAO
           OPEN INPUT FILE17.
           IF FS-NAO-EXISTE
               CONTINUE
           ELSE
               READ FILE17
                   AT END
                       MOVE 10 TO FS-STAT
               END-READ
               IF FS-OK AND ALC-PERC-CONSULTA NUMERIC
                        AND ALC-PERC-SENIOR NUMERIC
                        AND ALC-PERC-SUPERVISOR NUMERIC
                   MOVE ALC-PERC-CONSULTA   TO WS-ALC-CONSULTA
                   MOVE ALC-PERC-SENIOR     TO WS-ALC-SENIOR
                   MOVE ALC-PERC-SUPERVISOR TO WS-ALC-SUPERVISOR
               END-IF
               CLOSE FILE17
           END-IF.
           MOVE ZEROS TO FS-STAT.

       9000-ABRIR-ARQUVOS-FIM.
           EXIT.

                   MOVE "FATURADO"   TO WS-STATUS-DESC
               WHEN FS4-ST-APROVADO
                   MOVE "APROVADO"   TO WS-STATUS-DESC
               WHEN FS4-ST-PEND-DESCONTO
                   MOVE "PEND.DESCTO" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "DIGITADO"   TO WS-STATUS-DESC
           END-EVALUATE.
                   MOVE FS2-NOME TO WS-NOME-VENDEDOR
           END-READ.

           PERFORM 9550-BUSCA-CONDPAG THRU 9550-BUSCA-CONDPAG-FIM.

       9500-BUSCA-NOMES-FIM.
           EXIT.

      * -----------------------------------
      * BUSCA A CONDICAO DE PAGAMENTO DO PEDIDO EM CONDPAG.DAT E
      * MONTA A DESCRICAO DA TELA (FS-STAT16 FICA COM O RESULTADO)
       9550-BUSCA-CONDPAG SECTION.
       9550.
           MOVE SPACES TO WS-DESCR-CONDPAG.
           IF FS4-COND-PAGTO NOT NUMERIC
               MOVE ZEROS TO FS4-COND-PAGTO
           END-IF.
           IF FS4-COND-PAGTO EQUAL ZEROS
               MOVE "SEM CONDICAO - TITULOS A MAO" TO WS-DESCR-CONDPAG
               MOVE ZEROS TO FS-STAT16
           ELSE
               IF CONDPAG-AUSENTE
                   MOVE 35 TO FS-STAT16
               ELSE
                   MOVE FS4-COND-PAGTO TO FS16-CODIGO
                   READ FILE16
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF NOT FS16-OK
                   MOVE "CONDICAO NAO CADASTRADA" TO WS-DESCR-CONDPAG
               ELSE
                   IF FS16-INATIVO
                       STRING FS16-DESCRICAO DELIMITED BY "  "
                              " (INATIVA)" DELIMITED BY SIZE
                              INTO WS-DESCR-CONDPAG
                   ELSE
                       MOVE FS16-DESCRICAO TO WS-DESCR-CONDPAG
                   END-IF
               END-IF
           END-IF.

       9550-BUSCA-CONDPAG-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9900-MOSTRA-ERRO SECTION.

       9900-MOSTRA-ERRO-FIM.
           EXIT.

      * -----------------------------------
       COPY movestoque.
