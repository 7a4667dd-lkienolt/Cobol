       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELADERENCIA.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     ADERENCIA AO ROTEIRO E CONVERSAO DE VISITAS
      *
      * OBJETIVO:     RELATORIO MENSAL POR VENDEDOR COMPARANDO AS
      *               PARADAS PLANEJADAS NO ROTEIRO COM AS VISITAS
      *               REGISTRADAS EM VISITAS.DAT (PVISITAS E LINHA "V"
      *               DO PIMPPEDIDOS). O ROTEIRO E O MESMO DO
      *               PRELROTEIRO (VIZINHO MAIS PROXIMO A PARTIR DAS
      *               COORDENADAS DO VENDEDOR, QUEBRADO PELAS VISITAS
      *               POR DIA) E SE REPETE AO LONGO DOS DIAS UTEIS DO
      *               MES: O CLIENTE DO DIA D DO ROTEIRO TEM UMA
      *               PARADA PLANEJADA NOS DIAS D, D + DIAS DO
      *               ROTEIRO, ... ATE OS DIAS UTEIS INFORMADOS.
      *               - CUMPRIDAS: VISITAS AO CLIENTE ATE O PLANEJADO
      *                 PARA ELE (CLIENTE AUSENTE CONTA, O VENDEDOR
      *                 FOI); ADERENCIA = CUMPRIDAS / PLANEJADAS;
      *               - FORA: VISITAS ALEM DO PLANEJADO OU A CLIENTES
      *                 FORA DA CARTEIRA DO VENDEDOR;
      *               - EFETIVAS: VISITAS COM O CLIENTE PRESENTE
      *                 (RESULTADO V OU P); CONVERSAO = EFETIVAS COM
      *                 PEDIDO NAO CANCELADO DO VENDEDOR PARA O MESMO
      *                 CLIENTE NO MESMO DIA EM PEDIDOS.DAT / EFETIVAS.
      *               SO PEDIDOS.DAT E LIDO (O ARQUIVAMENTO E DE FIM
      *               DE ANO). EMITE PRELADERENCIA.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  ADERENCIA AO ROTEIRO E CONVERSAO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ
               ALTERNATE RECORD KEY FS-NOME WITH DUPLICATES.

           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE3 ASSIGN TO DISK "carteira.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY
               ALTERNATE RECORD KEY FS3-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE19 ASSIGN TO DISK "visitas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT6
               RECORD KEY IS FS19-KEY.

           SELECT RELFILE ASSIGN TO DISK "PRELADERENCIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqcarteira.

       COPY arqpedidos.

       COPY arqvisitas.

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

      * CLIENTES DA CARTEIRA DO VENDEDOR CORRENTE: COORDENADAS PARA
      * MONTAR O ROTEIRO, DIA DO ROTEIRO EM QUE CAEM, PARADAS
      * PLANEJADAS NO MES E VISITAS REGISTRADAS
       01  TAB-ROTA.
           03  TAB-ROTA-ITEM OCCURS 2000 TIMES.
               05  TAB-ROTA-CODIGO     PIC 9(007).
               05  TAB-ROTA-LATITUDE   PIC S9(003)V9(008).
               05  TAB-ROTA-LONGITUDE  PIC S9(003)V9(008).
               05  TAB-ROTA-VISITADO   PIC X(001).
               05  TAB-ROTA-DIA        PIC 9(004).
               05  TAB-ROTA-PLANEJADO  PIC 9(003).
               05  TAB-ROTA-REALIZADO  PIC 9(003).

      * PEDIDOS NAO CANCELADOS DO VENDEDOR NO MES (CLIENTE E DIA),
      * PARA CONFERIR A CONVERSAO DAS VISITAS
       01  TAB-PED.
           03  TAB-PED-ITEM OCCURS 3000 TIMES.
               05  TAB-PED-CLIENTE     PIC 9(007).
               05  TAB-PED-DIA         PIC 9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(50) VALUE
              "ADERENCIA AO ROTEIRO POR VENDEDOR - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE "REFERENCIA: ".
           03 WS-CAB2-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-CAB2-ANO        PIC 9(02).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(17) VALUE "VISITAS POR DIA: ".
           03 WS-CAB2-VISITAS    PIC ZZ9.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(12) VALUE "DIAS UTEIS: ".
           03 WS-CAB2-DIAS       PIC Z9.

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(05) VALUE "COD".
           03 FILLER             PIC X(32) VALUE "VENDEDOR".
           03 FILLER             PIC X(06) VALUE "CLI.".
           03 FILLER             PIC X(08) VALUE "PLANEJ".
           03 FILLER             PIC X(08) VALUE "CUMPR.".
           03 FILLER             PIC X(08) VALUE "ADER%".
           03 FILLER             PIC X(08) VALUE "VISIT.".
           03 FILLER             PIC X(08) VALUE "  FORA".
           03 FILLER             PIC X(08) VALUE "AUSENT".
           03 FILLER             PIC X(08) VALUE "EFETIV".
           03 FILLER             PIC X(08) VALUE "C/PED.".
           03 FILLER             PIC X(05) VALUE "CONV%".

       01  WS-LINHA-DET.
           03 WS-DET-CODIGO      PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-CLIENTES    PIC ZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-PLANEJADAS  PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-CUMPRIDAS   PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-ADERENCIA   PIC ZZ9,9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-REALIZADAS  PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-FORA        PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-AUSENTES    PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-EFETIVAS    PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-COM-PEDIDO  PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-CONVERSAO   PIC ZZ9,9.

       01  WS-LINHA-ROD1.
           03 FILLER             PIC X(30) VALUE
              "TOTAL DE VENDEDORES LISTADOS: ".
           03 WS-ROD1-TOTAL      PIC ZZZ.ZZ9.

       01  WS-LINHA-ROD2.
           03 FILLER             PIC X(44) VALUE
              "ADERENCIA = CUMPRIDAS / PLANEJADAS NO MES; ".
           03 FILLER             PIC X(56) VALUE
              "CONVERSAO = EFETIVAS (V/P) COM PEDIDO NO DIA / EFETIVAS".

       01  WS-LINHA-ROD3.
           03 FILLER             PIC X(39) VALUE
              "ATENCAO: PEDIDOS DO MES FORA DA TABELA ".
           03 FILLER             PIC X(24) VALUE
              "(NAO CONFERIDOS COM AS ".
           03 FILLER             PIC X(10) VALUE "VISITAS): ".
           03 WS-ROD3-EXCEDENTE  PIC ZZZ.ZZ9.

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
       77 FS-STAT3        PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.
           88 FS3-FIM-ARQUIVO VALUE 10.
       77 FS-STAT4        PIC 9(02).
       77 FS-STAT5        PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-NAO-EXISTE VALUE 35.
           88 FS5-FIM-ARQUIVO VALUE 10.
       77 FS-STAT6        PIC 9(02).
           88 FS6-OK         VALUE ZEROS.
           88 FS6-NAO-EXISTE VALUE 35.
           88 FS6-FIM-ARQUIVO VALUE 10.

       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-CARTEIRA-SW    PIC X      VALUE "S".
           88 CARTEIRA-AUSENTE    VALUE "N".
       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".
       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-VISITAS-SW     PIC X      VALUE "S".
           88 VISITAS-AUSENTE     VALUE "N".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

       77 WS-REF-MES      PIC 9(02) VALUE ZEROS.
       77 WS-REF-ANO      PIC 9(02) VALUE ZEROS.
       77 WS-VISITAS-DIA  PIC 9(03) VALUE ZEROS.
       77 WS-VEND-FILTRO  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-UTEIS   PIC 9(02) VALUE ZEROS.

       77 WS-QTD-ROTA     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PED      PIC 9(04) VALUE ZEROS.
       77 WS-IX           PIC 9(04) VALUE ZEROS.
       77 WS-IX-PERTO     PIC 9(04) VALUE ZEROS.
       77 WS-IX-ACHOU     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VISITADOS PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ROTA    PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES PIC 9(07) VALUE ZEROS.
       77 WS-PED-EXCEDENTE PIC 9(07) VALUE ZEROS.

       77 WS-POS-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-POS-LONG     PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIF-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIF-LONG     PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIST-ATUAL   PIC 9(06)V9(008) VALUE ZEROS.
       77 WS-DIST-MENOR   PIC 9(06)V9(008) VALUE ZEROS.

      * CONTADORES DO VENDEDOR CORRENTE E TOTAL GERAL
       01  WS-CONT-VENDEDOR.
           03 WS-VEN-PLANEJADAS  PIC 9(05) VALUE ZEROS.
           03 WS-VEN-CUMPRIDAS   PIC 9(05) VALUE ZEROS.
           03 WS-VEN-REALIZADAS  PIC 9(05) VALUE ZEROS.
           03 WS-VEN-FORA        PIC 9(05) VALUE ZEROS.
           03 WS-VEN-AUSENTES    PIC 9(05) VALUE ZEROS.
           03 WS-VEN-EFETIVAS    PIC 9(05) VALUE ZEROS.
           03 WS-VEN-COM-PEDIDO  PIC 9(05) VALUE ZEROS.
       01  WS-CONT-GERAL.
           03 WS-GER-PLANEJADAS  PIC 9(05) VALUE ZEROS.
           03 WS-GER-CUMPRIDAS   PIC 9(05) VALUE ZEROS.
           03 WS-GER-REALIZADAS  PIC 9(05) VALUE ZEROS.
           03 WS-GER-FORA        PIC 9(05) VALUE ZEROS.
           03 WS-GER-AUSENTES    PIC 9(05) VALUE ZEROS.
           03 WS-GER-EFETIVAS    PIC 9(05) VALUE ZEROS.
           03 WS-GER-COM-PEDIDO  PIC 9(05) VALUE ZEROS.
       77 WS-PERC-ADERENCIA PIC 9(03)V9(01) VALUE ZEROS.
       77 WS-PERC-CONVERSAO PIC 9(03)V9(01) VALUE ZEROS.

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

           PERFORM UNTIL WS-REF-MES > 0 AND WS-REF-MES < 13
              DISPLAY "INFORME O MES DE REFERENCIA (MM): "
              ACCEPT WS-REF-MES
           END-PERFORM.

           DISPLAY "INFORME O ANO DE REFERENCIA (AA): ".
           ACCEPT WS-REF-ANO.

           PERFORM UNTIL WS-VISITAS-DIA GREATER ZEROS
              DISPLAY "VISITAS POR DIA: "
              ACCEPT WS-VISITAS-DIA
           END-PERFORM.

           DISPLAY "DIAS UTEIS NO MES (0 = 22): ".
           ACCEPT WS-DIAS-UTEIS.
           IF WS-DIAS-UTEIS EQUAL ZEROS
               MOVE 22 TO WS-DIAS-UTEIS
           END-IF.

           DISPLAY "CODIGO DO VENDEDOR (0 = TODOS): ".
           ACCEPT WS-VEND-FILTRO.

           MOVE WS-DATA-REL    TO WS-CAB2-DATA.
           MOVE WS-REF-MES     TO WS-CAB2-MES.
           MOVE WS-REF-ANO     TO WS-CAB2-ANO.
           MOVE WS-VISITAS-DIA TO WS-CAB2-VISITAS.
           MOVE WS-DIAS-UTEIS  TO WS-CAB2-DIAS.

           MOVE ZEROS TO WS-PAGINA WS-LINHA WS-TOTAL-VENDEDORES
                         WS-PED-EXCEDENTE.
           INITIALIZE WS-CONT-GERAL.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           IF VENDEDORES-AUSENTE
               MOVE 10 TO FS-STAT
           ELSE
               MOVE ZEROS TO FS2-CODIGO
               START FILE2 KEY IS NOT LESS THAN FS2-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT
               END-START

               IF FS-OK
                   PERFORM 9100-LER-VENDEDOR THRU 9100-LER-VENDEDOR-FIM
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PARA O VENDEDOR CORRENTE (SE ATIVO E DENTRO DO FILTRO):
      * ROTEIRO E PLANEJADO, PEDIDOS DO MES, VISITAS E A LINHA
       2000-PROCESSA SECTION.
       2000.
           IF FS2-ATIVO
                   AND (WS-VEND-FILTRO EQUAL ZEROS
                        OR WS-VEND-FILTRO EQUAL FS2-CODIGO)
               INITIALIZE WS-CONT-VENDEDOR
               PERFORM 2100-CARREGA-CARTEIRA
                  THRU 2100-CARREGA-CARTEIRA-FIM
               PERFORM 2400-MONTA-ROTEIRO
                  THRU 2400-MONTA-ROTEIRO-FIM
               PERFORM 2500-CARREGA-PEDIDOS
                  THRU 2500-CARREGA-PEDIDOS-FIM
               PERFORM 2700-CONFERE-VISITAS
                  THRU 2700-CONFERE-VISITAS-FIM
               PERFORM 2600-IMPRIME-VENDEDOR
                  THRU 2600-IMPRIME-VENDEDOR-FIM
               ADD 1 TO WS-TOTAL-VENDEDORES
           END-IF.

           PERFORM 9100-LER-VENDEDOR THRU 9100-LER-VENDEDOR-FIM.

       2000-PROCESSA-FIM.
           EXIT.

      * -----------------------------------
      * CARREGA NA TABELA OS CLIENTES ATIVOS DA CARTEIRA DO VENDEDOR
      * COM AS COORDENADAS DE CLIENTES.DAT (COMO NO PRELROTEIRO)
       2100-CARREGA-CARTEIRA SECTION.
       2100.
           MOVE ZEROS TO WS-QTD-ROTA.

           IF CARTEIRA-AUSENTE OR CLIENTES-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT3
               MOVE FS2-CODIGO TO FS3-COD-VENDEDOR
               START FILE3 KEY IS NOT LESS THAN FS3-COD-VENDEDOR
                   INVALID KEY
                       MOVE 10 TO FS-STAT3
               END-START

               PERFORM 2150-CARREGA-CLIENTE
                  THRU 2150-CARREGA-CLIENTE-FIM
                  UNTIL FS3-FIM-ARQUIVO
           END-IF.

       2100-CARREGA-CARTEIRA-FIM.
           EXIT.

      * -----------------------------------
       2150-CARREGA-CLIENTE SECTION.
       2150.
           READ FILE3 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT3
           END-READ.

           IF FS3-OK
               IF FS3-COD-VENDEDOR NOT EQUAL FS2-CODIGO
                   MOVE 10 TO FS-STAT3
               ELSE
                   MOVE FS3-COD-CLIENTE TO FS-CODIGO
                   READ FILE1 KEY IS FS-CODIGO
                   IF FS2-OK AND FS-ATIVO
                           AND WS-QTD-ROTA LESS 2000
                       ADD 1 TO WS-QTD-ROTA
                       MOVE FS-CODIGO
                            TO TAB-ROTA-CODIGO (WS-QTD-ROTA)
                       MOVE FS-LATITUDE
                            TO TAB-ROTA-LATITUDE (WS-QTD-ROTA)
                       MOVE FS-LONGITUDE
                            TO TAB-ROTA-LONGITUDE (WS-QTD-ROTA)
                       MOVE "N"
                            TO TAB-ROTA-VISITADO (WS-QTD-ROTA)
                       MOVE ZEROS
                            TO TAB-ROTA-DIA (WS-QTD-ROTA)
                               TAB-ROTA-PLANEJADO (WS-QTD-ROTA)
                               TAB-ROTA-REALIZADO (WS-QTD-ROTA)
                   END-IF
               END-IF
           END-IF.

       2150-CARREGA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE O ROTEIRO PELO VIZINHO MAIS PROXIMO (MESMA ORDEM DO
      * PRELROTEIRO) MARCANDO O DIA DO ROTEIRO DE CADA CLIENTE E
      * DEPOIS AS PARADAS PLANEJADAS NOS DIAS UTEIS DO MES
       2400-MONTA-ROTEIRO SECTION.
       2400.
           MOVE FS2-LATITUDE  TO WS-POS-LAT.
           MOVE FS2-LONGITUDE TO WS-POS-LONG.
           MOVE ZEROS TO WS-QTD-VISITADOS.

           PERFORM 2450-PROXIMA-PARADA THRU 2450-PROXIMA-PARADA-FIM
                   UNTIL WS-QTD-VISITADOS NOT LESS WS-QTD-ROTA.

           COMPUTE WS-DIAS-ROTA =
                   (WS-QTD-ROTA + WS-VISITAS-DIA - 1) / WS-VISITAS-DIA.

           PERFORM 2480-PLANEJA-CLIENTE THRU 2480-PLANEJA-CLIENTE-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-ROTA.

       2400-MONTA-ROTEIRO-FIM.
           EXIT.

      * -----------------------------------
       2450-PROXIMA-PARADA SECTION.
       2450.
           MOVE ZEROS TO WS-IX-PERTO WS-DIST-MENOR.

           PERFORM 2460-COMPARA-CLIENTE THRU 2460-COMPARA-CLIENTE-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-ROTA.

           IF WS-IX-PERTO EQUAL ZEROS
               MOVE WS-QTD-ROTA TO WS-QTD-VISITADOS
           ELSE
               MOVE "S" TO TAB-ROTA-VISITADO (WS-IX-PERTO)
               ADD 1 TO WS-QTD-VISITADOS
               COMPUTE TAB-ROTA-DIA (WS-IX-PERTO) =
                       (WS-QTD-VISITADOS - 1) / WS-VISITAS-DIA + 1
               MOVE TAB-ROTA-LATITUDE (WS-IX-PERTO)  TO WS-POS-LAT
               MOVE TAB-ROTA-LONGITUDE (WS-IX-PERTO) TO WS-POS-LONG
           END-IF.

       2450-PROXIMA-PARADA-FIM.
           EXIT.

      * -----------------------------------
      * COMPARA A DISTANCIA (AO QUADRADO) DA POSICAO ATUAL ATE O
      * CLIENTE, GUARDANDO O NAO VISITADO MAIS PROXIMO
       2460-COMPARA-CLIENTE SECTION.
       2460.
           IF TAB-ROTA-VISITADO (WS-IX) EQUAL "N"
               COMPUTE WS-DIF-LAT =
                       TAB-ROTA-LATITUDE (WS-IX) - WS-POS-LAT
               COMPUTE WS-DIF-LONG =
                       TAB-ROTA-LONGITUDE (WS-IX) - WS-POS-LONG
               COMPUTE WS-DIST-ATUAL =
                       (WS-DIF-LAT * WS-DIF-LAT) +
                       (WS-DIF-LONG * WS-DIF-LONG)

               IF WS-IX-PERTO EQUAL ZEROS
                       OR WS-DIST-ATUAL < WS-DIST-MENOR
                   MOVE WS-DIST-ATUAL TO WS-DIST-MENOR
                   MOVE WS-IX         TO WS-IX-PERTO
               END-IF
           END-IF.

       2460-COMPARA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * O ROTEIRO SE REPETE A CADA WS-DIAS-ROTA DIAS: O CLIENTE DO
      * DIA D TEM PARADA NOS DIAS UTEIS D, D + DIAS DO ROTEIRO, ...
       2480-PLANEJA-CLIENTE SECTION.
       2480.
           IF TAB-ROTA-DIA (WS-IX) EQUAL ZEROS
                   OR TAB-ROTA-DIA (WS-IX) GREATER WS-DIAS-UTEIS
               MOVE ZEROS TO TAB-ROTA-PLANEJADO (WS-IX)
           ELSE
               COMPUTE TAB-ROTA-PLANEJADO (WS-IX) =
                       (WS-DIAS-UTEIS - TAB-ROTA-DIA (WS-IX))
                       / WS-DIAS-ROTA + 1
           END-IF.
           ADD TAB-ROTA-PLANEJADO (WS-IX) TO WS-VEN-PLANEJADAS.

       2480-PLANEJA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * CARREGA CLIENTE E DIA DOS PEDIDOS NAO CANCELADOS DO VENDEDOR
      * NO MES, PELA CHAVE ALTERNATIVA FS4-COD-VENDEDOR
       2500-CARREGA-PEDIDOS SECTION.
       2500.
           MOVE ZEROS TO WS-QTD-PED.

           IF PEDIDOS-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT5
               MOVE FS2-CODIGO TO FS4-COD-VENDEDOR
               START FILE4 KEY IS NOT LESS THAN FS4-COD-VENDEDOR
                   INVALID KEY
                       MOVE 10 TO FS-STAT5
               END-START

               PERFORM 2550-GUARDA-PEDIDO
                  THRU 2550-GUARDA-PEDIDO-FIM
                  UNTIL FS5-FIM-ARQUIVO
           END-IF.

       2500-CARREGA-PEDIDOS-FIM.
           EXIT.

      * -----------------------------------
       2550-GUARDA-PEDIDO SECTION.
       2550.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT5
           END-READ.

           IF FS5-OK
               IF FS4-COD-VENDEDOR NOT EQUAL FS2-CODIGO
                   MOVE 10 TO FS-STAT5
               ELSE
                   IF FS4-MES EQUAL WS-REF-MES
                           AND FS4-ANO EQUAL WS-REF-ANO
                           AND NOT FS4-ST-CANCELADO
                       IF WS-QTD-PED LESS 3000
                           ADD 1 TO WS-QTD-PED
                           MOVE FS4-COD-CLIENTE
                                TO TAB-PED-CLIENTE (WS-QTD-PED)
                           MOVE FS4-DIA
                                TO TAB-PED-DIA (WS-QTD-PED)
                       ELSE
                           ADD 1 TO WS-PED-EXCEDENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2550-GUARDA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * LE AS VISITAS DO VENDEDOR NO MES (CHAVE VENDEDOR/DATA) E
      * CONFRONTA COM O PLANEJADO POR CLIENTE
       2700-CONFERE-VISITAS SECTION.
       2700.
           IF VISITAS-AUSENTE
               CONTINUE
           ELSE
               MOVE ZEROS      TO FS-STAT6
               MOVE FS2-CODIGO TO FS19-COD-VENDEDOR
               MOVE WS-REF-ANO TO FS19-ANO
               MOVE WS-REF-MES TO FS19-MES
               MOVE ZEROS      TO FS19-DIA FS19-COD-CLIENTE
               START FILE19 KEY IS NOT LESS THAN FS19-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT6
               END-START

               PERFORM 2750-TRATA-VISITA
                  THRU 2750-TRATA-VISITA-FIM
                  UNTIL FS6-FIM-ARQUIVO
           END-IF.

           PERFORM 2780-APURA-CLIENTE THRU 2780-APURA-CLIENTE-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-ROTA.

       2700-CONFERE-VISITAS-FIM.
           EXIT.

      * -----------------------------------
      * UMA VISITA: AUSENTE OU EFETIVA (COM PEDIDO NO DIA OU NAO);
      * CLIENTE DA CARTEIRA SOMA NO REALIZADO DELE, OS DEMAIS SAO
      * VISITAS FORA DO ROTEIRO
       2750-TRATA-VISITA SECTION.
       2750.
           READ FILE19 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT6
           END-READ.

           IF FS6-OK
               IF FS19-COD-VENDEDOR NOT EQUAL FS2-CODIGO
                       OR FS19-ANO NOT EQUAL WS-REF-ANO
                       OR FS19-MES NOT EQUAL WS-REF-MES
                   MOVE 10 TO FS-STAT6
               ELSE
                   ADD 1 TO WS-VEN-REALIZADAS
                   IF FS19-AUSENTE
                       ADD 1 TO WS-VEN-AUSENTES
                   ELSE
                       ADD 1 TO WS-VEN-EFETIVAS
                       MOVE ZEROS TO WS-IX-ACHOU
                       PERFORM 2760-PROCURA-PEDIDO
                          THRU 2760-PROCURA-PEDIDO-FIM
                          VARYING WS-IX FROM 1 BY 1
                          UNTIL WS-IX GREATER WS-QTD-PED
                             OR WS-IX-ACHOU GREATER ZEROS
                       IF WS-IX-ACHOU GREATER ZEROS
                           ADD 1 TO WS-VEN-COM-PEDIDO
                       END-IF
                   END-IF

                   MOVE ZEROS TO WS-IX-ACHOU
                   PERFORM 2770-PROCURA-CLIENTE
                      THRU 2770-PROCURA-CLIENTE-FIM
                      VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX GREATER WS-QTD-ROTA
                         OR WS-IX-ACHOU GREATER ZEROS
                   IF WS-IX-ACHOU GREATER ZEROS
                       ADD 1 TO TAB-ROTA-REALIZADO (WS-IX-ACHOU)
                   ELSE
                       ADD 1 TO WS-VEN-FORA
                   END-IF
               END-IF
           END-IF.

       2750-TRATA-VISITA-FIM.
           EXIT.

      * -----------------------------------
       2760-PROCURA-PEDIDO SECTION.
       2760.
           IF TAB-PED-CLIENTE (WS-IX) EQUAL FS19-COD-CLIENTE
                   AND TAB-PED-DIA (WS-IX) EQUAL FS19-DIA
               MOVE WS-IX TO WS-IX-ACHOU
           END-IF.

       2760-PROCURA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       2770-PROCURA-CLIENTE SECTION.
       2770.
           IF TAB-ROTA-CODIGO (WS-IX) EQUAL FS19-COD-CLIENTE
               MOVE WS-IX TO WS-IX-ACHOU
           END-IF.

       2770-PROCURA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * CUMPRIDAS = VISITAS ATE O PLANEJADO DO CLIENTE; O QUE PASSA
      * DO PLANEJADO ENTRA COMO FORA DO ROTEIRO
       2780-APURA-CLIENTE SECTION.
       2780.
           IF TAB-ROTA-REALIZADO (WS-IX) GREATER
                   TAB-ROTA-PLANEJADO (WS-IX)
               ADD TAB-ROTA-PLANEJADO (WS-IX) TO WS-VEN-CUMPRIDAS
               COMPUTE WS-VEN-FORA = WS-VEN-FORA +
                       TAB-ROTA-REALIZADO (WS-IX) -
                       TAB-ROTA-PLANEJADO (WS-IX)
           ELSE
               ADD TAB-ROTA-REALIZADO (WS-IX) TO WS-VEN-CUMPRIDAS
           END-IF.

       2780-APURA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME A LINHA DO VENDEDOR E SOMA NO TOTAL GERAL
       2600-IMPRIME-VENDEDOR SECTION.
       2600.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE FS2-CODIGO        TO WS-DET-CODIGO.
           MOVE FS2-NOME          TO WS-DET-NOME.
           MOVE WS-QTD-ROTA       TO WS-DET-CLIENTES.
           PERFORM 2650-MONTA-LINHA THRU 2650-MONTA-LINHA-FIM.
           MOVE WS-LINHA-DET      TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

           ADD WS-VEN-PLANEJADAS  TO WS-GER-PLANEJADAS.
           ADD WS-VEN-CUMPRIDAS   TO WS-GER-CUMPRIDAS.
           ADD WS-VEN-REALIZADAS  TO WS-GER-REALIZADAS.
           ADD WS-VEN-FORA        TO WS-GER-FORA.
           ADD WS-VEN-AUSENTES    TO WS-GER-AUSENTES.
           ADD WS-VEN-EFETIVAS    TO WS-GER-EFETIVAS.
           ADD WS-VEN-COM-PEDIDO  TO WS-GER-COM-PEDIDO.

       2600-IMPRIME-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
      * PREENCHE AS COLUNAS DE CONTAGEM E OS PERCENTUAIS A PARTIR
      * DE WS-CONT-VENDEDOR (TAMBEM USADO NA LINHA DE TOTAL)
       2650-MONTA-LINHA SECTION.
       2650.
           IF WS-VEN-PLANEJADAS EQUAL ZEROS
               MOVE ZEROS TO WS-PERC-ADERENCIA
           ELSE
               COMPUTE WS-PERC-ADERENCIA ROUNDED =
                       WS-VEN-CUMPRIDAS * 100 / WS-VEN-PLANEJADAS
           END-IF.

           IF WS-VEN-EFETIVAS EQUAL ZEROS
               MOVE ZEROS TO WS-PERC-CONVERSAO
           ELSE
               COMPUTE WS-PERC-CONVERSAO ROUNDED =
                       WS-VEN-COM-PEDIDO * 100 / WS-VEN-EFETIVAS
           END-IF.

           MOVE WS-VEN-PLANEJADAS TO WS-DET-PLANEJADAS.
           MOVE WS-VEN-CUMPRIDAS  TO WS-DET-CUMPRIDAS.
           MOVE WS-PERC-ADERENCIA TO WS-DET-ADERENCIA.
           MOVE WS-VEN-REALIZADAS TO WS-DET-REALIZADAS.
           MOVE WS-VEN-FORA       TO WS-DET-FORA.
           MOVE WS-VEN-AUSENTES   TO WS-DET-AUSENTES.
           MOVE WS-VEN-EFETIVAS   TO WS-DET-EFETIVAS.
           MOVE WS-VEN-COM-PEDIDO TO WS-DET-COM-PEDIDO.
           MOVE WS-PERC-CONVERSAO TO WS-DET-CONVERSAO.

       2650-MONTA-LINHA-FIM.
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
       3000-RODAPE SECTION.
       3000.
           MOVE SPACES              TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-CONT-GERAL       TO WS-CONT-VENDEDOR.
           MOVE SPACES              TO WS-LINHA-DET.
           MOVE "TOTAL GERAL"       TO WS-DET-NOME.
           PERFORM 2650-MONTA-LINHA THRU 2650-MONTA-LINHA-FIM.
           MOVE WS-LINHA-DET        TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES              TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-TOTAL-VENDEDORES TO WS-ROD1-TOTAL.
           MOVE WS-LINHA-ROD1       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-LINHA-ROD2       TO REL-LINHA.
           WRITE REL-LINHA.

           IF WS-PED-EXCEDENTE GREATER ZEROS
               MOVE WS-PED-EXCEDENTE TO WS-ROD3-EXCEDENTE
               MOVE WS-LINHA-ROD3    TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       3000-RODAPE-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           CLOSE FILE1.
           CLOSE FILE2.
           CLOSE FILE3.
           IF NOT PEDIDOS-AUSENTE
               CLOSE FILE4
           END-IF.
           IF NOT VISITAS-AUSENTE
               CLOSE FILE19
           END-IF.
           CLOSE RELFILE.
           DISPLAY "ADERENCIA GERADA EM PRELADERENCIA.LST".
           DISPLAY WS-TOTAL-VENDEDORES " VENDEDOR(ES) LISTADO(S)".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE1.
           IF FS2-NAO-EXISTE
               DISPLAY "ARQUIVO CLIENTES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CLIENTES-SW
           END-IF.

           OPEN INPUT FILE2.
           IF FS-NAO-EXISTE
               DISPLAY "ARQUIVO VENDEDORES.DAT NAO ENCONTRADO"
               MOVE 10 TO FS-STAT
               MOVE "N" TO WS-VENDEDORES-SW
           END-IF.

           OPEN INPUT FILE3.
           IF FS3-NAO-EXISTE
               DISPLAY "ARQUIVO CARTEIRA.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CARTEIRA-SW
           END-IF.

           OPEN INPUT FILE4.
           IF FS5-NAO-EXISTE
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE19.
           IF FS6-NAO-EXISTE
               DISPLAY "ARQUIVO VISITAS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-VISITAS-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CODIGO
       9100-LER-VENDEDOR SECTION.
       9100.
           READ FILE2 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

       9100-LER-VENDEDOR-FIM.
           EXIT.
