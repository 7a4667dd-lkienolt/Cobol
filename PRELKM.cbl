       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELKM.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     REEMBOLSO DE KM POR VENDEDOR
      *
      * OBJETIVO:     RELATORIO MENSAL DE REEMBOLSO DE QUILOMETRAGEM
      *               PELO ROTEIRO PLANEJADO, PARA CONFERIR A DESPESA
      *               DE CAMPO DECLARADA PELO VENDEDOR. PARA CADA
      *               VENDEDOR ATIVO (OU SO O INFORMADO) MONTA O MESMO
      *               ROTEIRO DO PRELROTEIRO (VIZINHO MAIS PROXIMO A
      *               PARTIR DAS COORDENADAS DO VENDEDOR, QUEBRADO
      *               PELAS VISITAS POR DIA) E SOMA OS KM DOS TRECHOS
      *               (CALCDISTKM). KM NO MES = KM MEDIO POR DIA DO
      *               ROTEIRO X DIAS UTEIS DO MES INFORMADOS; O
      *               REEMBOLSO APLICA O VALOR POR KM (EM CENTAVOS).
      *               TRECHO COM PONTO SEM COORDENADA NAO E SOMADO E
      *               E CONTADO NA COLUNA S/COORD. EMITE PRELKM.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  REEMBOLSO DE KM POR VENDEDOR
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

           SELECT RELFILE ASSIGN TO DISK "PRELKM.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT4.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqcarteira.

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

      * COORDENADAS DOS CLIENTES DA CARTEIRA DO VENDEDOR CORRENTE,
      * PARA MONTAR O ROTEIRO PELO VIZINHO MAIS PROXIMO
       01  TAB-ROTA.
           03  TAB-ROTA-ITEM OCCURS 2000 TIMES.
               05  TAB-ROTA-CODIGO     PIC 9(007).
               05  TAB-ROTA-LATITUDE   PIC S9(003)V9(008).
               05  TAB-ROTA-LONGITUDE  PIC S9(003)V9(008).
               05  TAB-ROTA-VISITADO   PIC X(001).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(50) VALUE
              "REEMBOLSO DE KM POR VENDEDOR - HBSIS".
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
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE "VALOR DO KM: ".
           03 WS-CAB2-VALOR-KM   PIC ZZ9,99.

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(05) VALUE "COD".
           03 FILLER             PIC X(32) VALUE "VENDEDOR".
           03 FILLER             PIC X(04) VALUE "CLI.".
           03 FILLER             PIC X(06) VALUE "  DIAS".
           03 FILLER             PIC X(12) VALUE "  KM ROTEIRO".
           03 FILLER             PIC X(11) VALUE "     KM/DIA".
           03 FILLER             PIC X(12) VALUE "   KM NO MES".
           03 FILLER             PIC X(17) VALUE "  VALOR REEMBOLSO".
           03 FILLER             PIC X(10) VALUE "   S/COORD".

       01  WS-LINHA-DET.
           03 WS-DET-CODIGO      PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-CLIENTES    PIC ZZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-DIAS        PIC ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-KM-ROTA     PIC ZZZ.ZZ9,9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-KM-DIA      PIC ZZ.ZZ9,9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-KM-MES      PIC ZZZ.ZZ9,9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(06) VALUE SPACES.
           03 WS-DET-SEM-COORD   PIC ZZZ9.

       01  WS-LINHA-TOTAL.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(42) VALUE "TOTAL GERAL".
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-TOT-KM-ROTA     PIC Z.ZZZ.ZZ9,9.
           03 FILLER             PIC X(12) VALUE SPACES.
           03 WS-TOT-KM-MES      PIC Z.ZZZ.ZZ9,9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-TOT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(06) VALUE SPACES.
           03 WS-TOT-SEM-COORD   PIC ZZZ9.

       01  WS-LINHA-ROD1.
           03 FILLER             PIC X(30) VALUE
              "TOTAL DE VENDEDORES LISTADOS: ".
           03 WS-ROD1-TOTAL      PIC ZZZ.ZZ9.

       01  WS-LINHA-ROD2.
           03 FILLER             PIC X(39) VALUE
              "KM EM LINHA RETA ENTRE AS COORDENADAS; ".
           03 FILLER             PIC X(33) VALUE
              "KM NO MES = KM/DIA X DIAS UTEIS".

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

       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-CARTEIRA-SW    PIC X      VALUE "S".
           88 CARTEIRA-AUSENTE    VALUE "N".
       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

       77 WS-REF-MES      PIC 9(02) VALUE ZEROS.
       77 WS-REF-ANO      PIC 9(02) VALUE ZEROS.
       77 WS-VISITAS-DIA  PIC 9(03) VALUE ZEROS.
       77 WS-VEND-FILTRO  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-UTEIS   PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-KM-CENT PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-KM     PIC 9(03)V9(02) VALUE ZEROS.

       77 WS-QTD-ROTA     PIC 9(04) VALUE ZEROS.
       77 WS-IX           PIC 9(04) VALUE ZEROS.
       77 WS-IX-PERTO     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VISITADOS PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ROTA    PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES PIC 9(07) VALUE ZEROS.

       77 WS-POS-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-POS-LONG     PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIF-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIF-LONG     PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIST-ATUAL   PIC 9(06)V9(008) VALUE ZEROS.
       77 WS-DIST-MENOR   PIC 9(06)V9(008) VALUE ZEROS.

       77 WS-KM-ROTA      PIC 9(06)V9(003) VALUE ZEROS.
       77 WS-KM-POR-DIA   PIC 9(05)V9(003) VALUE ZEROS.
       77 WS-KM-MES       PIC 9(06)V9(001) VALUE ZEROS.
       77 WS-VALOR-REEMB  PIC 9(09)V9(002) VALUE ZEROS.
       77 WS-QTD-SEM-COORD PIC 9(04) VALUE ZEROS.

       77 WS-TOT-ROTA     PIC 9(07)V9(003) VALUE ZEROS.
       77 WS-TOT-MES      PIC 9(07)V9(001) VALUE ZEROS.
       77 WS-TOT-REEMB    PIC 9(09)V9(002) VALUE ZEROS.
       77 WS-TOT-COORD    PIC 9(04) VALUE ZEROS.

       COPY wrkdistkm.

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

           DISPLAY "VALOR POR KM EM CENTAVOS (EX.: 95 = 0,95): ".
           ACCEPT WS-VALOR-KM-CENT.
           COMPUTE WS-VALOR-KM = WS-VALOR-KM-CENT / 100.

           DISPLAY "CODIGO DO VENDEDOR (0 = TODOS): ".
           ACCEPT WS-VEND-FILTRO.

           MOVE WS-DATA-REL    TO WS-CAB2-DATA.
           MOVE WS-REF-MES     TO WS-CAB2-MES.
           MOVE WS-REF-ANO     TO WS-CAB2-ANO.
           MOVE WS-VISITAS-DIA TO WS-CAB2-VISITAS.
           MOVE WS-DIAS-UTEIS  TO WS-CAB2-DIAS.
           MOVE WS-VALOR-KM    TO WS-CAB2-VALOR-KM.

           MOVE ZEROS TO WS-PAGINA WS-LINHA WS-TOTAL-VENDEDORES.
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
      * MONTA O ROTEIRO DO VENDEDOR CORRENTE (SE ATIVO E DENTRO DO
      * FILTRO), CALCULA OS KM E O REEMBOLSO E IMPRIME A LINHA
       2000-PROCESSA SECTION.
       2000.
           IF FS2-ATIVO
                   AND (WS-VEND-FILTRO EQUAL ZEROS
                        OR WS-VEND-FILTRO EQUAL FS2-CODIGO)
               PERFORM 2100-CARREGA-CARTEIRA
                  THRU 2100-CARREGA-CARTEIRA-FIM
               PERFORM 2400-MONTA-ROTEIRO
                  THRU 2400-MONTA-ROTEIRO-FIM
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
                   END-IF
               END-IF
           END-IF.

       2150-CARREGA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE O ROTEIRO PELO VIZINHO MAIS PROXIMO (MESMA ORDEM DO
      * PRELROTEIRO) SOMANDO OS KM DE CADA TRECHO
       2400-MONTA-ROTEIRO SECTION.
       2400.
           MOVE FS2-LATITUDE  TO WS-POS-LAT.
           MOVE FS2-LONGITUDE TO WS-POS-LONG.
           MOVE ZEROS TO WS-QTD-VISITADOS WS-KM-ROTA WS-QTD-SEM-COORD.

           PERFORM 2450-PROXIMA-PARADA THRU 2450-PROXIMA-PARADA-FIM
                   UNTIL WS-QTD-VISITADOS NOT LESS WS-QTD-ROTA.

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

               MOVE WS-POS-LAT  TO WS-KM-LAT-ORIGEM
               MOVE WS-POS-LONG TO WS-KM-LONG-ORIGEM
               MOVE TAB-ROTA-LATITUDE (WS-IX-PERTO)
                    TO WS-KM-LAT-DESTINO
               MOVE TAB-ROTA-LONGITUDE (WS-IX-PERTO)
                    TO WS-KM-LONG-DESTINO
               PERFORM 9680-CALCULA-KM THRU 9680-CALCULA-KM-FIM
               IF KM-SEM-COORDENADA
                   ADD 1 TO WS-QTD-SEM-COORD
               ELSE
                   ADD WS-KM-DISTANCIA TO WS-KM-ROTA
               END-IF

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
      * DIAS DO ROTEIRO = PARADAS / VISITAS POR DIA (ARREDONDADO PARA
      * CIMA); KM NO MES = MEDIA POR DIA X DIAS UTEIS
       2600-IMPRIME-VENDEDOR SECTION.
       2600.
           COMPUTE WS-DIAS-ROTA =
                   (WS-QTD-ROTA + WS-VISITAS-DIA - 1) / WS-VISITAS-DIA.

           IF WS-DIAS-ROTA EQUAL ZEROS
               MOVE ZEROS TO WS-KM-POR-DIA WS-KM-MES
           ELSE
               COMPUTE WS-KM-POR-DIA ROUNDED =
                       WS-KM-ROTA / WS-DIAS-ROTA
               COMPUTE WS-KM-MES ROUNDED =
                       WS-KM-POR-DIA * WS-DIAS-UTEIS
           END-IF.
           COMPUTE WS-VALOR-REEMB ROUNDED = WS-KM-MES * WS-VALOR-KM.

           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE FS2-CODIGO        TO WS-DET-CODIGO.
           MOVE FS2-NOME          TO WS-DET-NOME.
           MOVE WS-QTD-ROTA       TO WS-DET-CLIENTES.
           MOVE WS-DIAS-ROTA      TO WS-DET-DIAS.
           MOVE WS-KM-ROTA        TO WS-DET-KM-ROTA.
           MOVE WS-KM-POR-DIA     TO WS-DET-KM-DIA.
           MOVE WS-KM-MES         TO WS-DET-KM-MES.
           MOVE WS-VALOR-REEMB    TO WS-DET-VALOR.
           MOVE WS-QTD-SEM-COORD  TO WS-DET-SEM-COORD.
           MOVE WS-LINHA-DET      TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

           ADD WS-KM-ROTA       TO WS-TOT-ROTA.
           ADD WS-KM-MES        TO WS-TOT-MES.
           ADD WS-VALOR-REEMB   TO WS-TOT-REEMB.
           ADD WS-QTD-SEM-COORD TO WS-TOT-COORD.

       2600-IMPRIME-VENDEDOR-FIM.
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

           MOVE WS-TOT-ROTA         TO WS-TOT-KM-ROTA.
           MOVE WS-TOT-MES          TO WS-TOT-KM-MES.
           MOVE WS-TOT-REEMB        TO WS-TOT-VALOR.
           MOVE WS-TOT-COORD        TO WS-TOT-SEM-COORD.
           MOVE WS-LINHA-TOTAL      TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES              TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-TOTAL-VENDEDORES TO WS-ROD1-TOTAL.
           MOVE WS-LINHA-ROD1       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-LINHA-ROD2       TO REL-LINHA.
           WRITE REL-LINHA.

       3000-RODAPE-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           CLOSE FILE1.
           CLOSE FILE2.
           CLOSE FILE3.
           CLOSE RELFILE.
           DISPLAY "REEMBOLSO GERADO EM PRELKM.LST".
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

      * -----------------------------------
       COPY calcdistkm.
