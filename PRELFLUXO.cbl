       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELFLUXO.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     PROJECAO DE FLUXO DE CAIXA (ENTRADAS)
      *
      * OBJETIVO:     PROJETAR AS ENTRADAS DE CAIXA A PARTIR DOS
      *               TITULOS EM ABERTO DE TITULOS.DAT, SOMADOS POR
      *               SEMANA DE VENCIMENTO NOS PROXIMOS 90 DIAS (13
      *               SEMANAS A PARTIR DA DATA DO DIA) E POR MES DE
      *               VENCIMENTO DAI EM DIANTE (12 MESES E UMA FAIXA
      *               "POSTERIOR" PARA O RESTANTE).
      *               OS PEDIDOS APROVADOS AINDA SEM TITULOS ENTRAM
      *               COMO "PREVISTO": AS PARCELAS SAO PROJETADAS PELA
      *               CONDICAO DE PAGAMENTO DO PEDIDO (CONDPAG.DAT)
      *               CONTANDO O PRAZO A PARTIR DA DATA DO DIA;
      *               PEDIDO SEM CONDICAO SAI EM LINHA PROPRIA, SEM
      *               DATA.
      *               O VALOR JA VENCIDO SAI EM LINHA SEPARADA E NAO
      *               ENTRA NO ACUMULADO, QUE COMECA NA PRIMEIRA
      *               SEMANA. TITULOS PAGOS E CANCELADOS (DEVOLUCAO)
      *               FICAM FORA. PRAZOS EM MES COMERCIAL DE 30 DIAS,
      *               COMO NOS DEMAIS CALCULOS DE PRAZO DO SISTEMA.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  PROJECAO DE FLUXO DE CAIXA
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE7 ASSIGN TO DISK "titulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS7-KEY
               ALTERNATE RECORD KEY FS7-COD-CLIENTE WITH DUPLICATES.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE16 ASSIGN TO DISK "condpag.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT16
               RECORD KEY IS FS16-KEY.

           SELECT RELFILE ASSIGN TO DISK "PRELFLUXO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       DATA DIVISION.
       FILE SECTION.

       COPY arqtitulos.

       COPY arqpedidos.

       COPY arqcondpag.

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

      * DATA CALCULADA (DATA DO DIA + WS-CALC-DIAS) E DATA A
      * CLASSIFICAR NAS FAIXAS DA PROJECAO
       01 WS-CALC.
           03 WS-CALC-ANO     PIC 9(02) VALUE ZEROS.
           03 WS-CALC-MES     PIC 9(02) VALUE ZEROS.
           03 WS-CALC-DIA     PIC 9(02) VALUE ZEROS.

       01 WS-DATA-EDIT.
           03 WS-EDIT-DIA     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WS-EDIT-MES     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WS-EDIT-ANO     PIC 9(02).

       01 WS-MES-EDIT.
           03 WS-MEDIT-MES    PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WS-MEDIT-ANO    PIC 9(02).

      * FAIXAS SEMANAIS (DIAS 0 A 90 A PARTIR DA DATA DO DIA)
       01  TAB-SEM.
           03  TAB-SEM-ITEM OCCURS 13 TIMES.
               05  TAB-SEM-QTD      PIC 9(005).
               05  TAB-SEM-TITULOS  PIC 9(011)V9(002).
               05  TAB-SEM-PREVISTO PIC 9(011)V9(002).

      * FAIXAS MENSAIS APOS OS 90 DIAS; A 13A E "POSTERIOR"
       01  TAB-MES.
           03  TAB-MES-ITEM OCCURS 13 TIMES.
               05  TAB-MES-QTD      PIC 9(005).
               05  TAB-MES-TITULOS  PIC 9(011)V9(002).
               05  TAB-MES-PREVISTO PIC 9(011)V9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(50) VALUE
              "PROJECAO DE FLUXO DE CAIXA (ENTRADAS) - HBSIS".
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB1-DATA       PIC X(08).

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(30) VALUE "PERIODO".
           03 FILLER             PIC X(08) VALUE " PARCEL.".
           03 FILLER             PIC X(16) VALUE "     TITULOS".
           03 FILLER             PIC X(16) VALUE "    PREVISTO".
           03 FILLER             PIC X(16) VALUE "       TOTAL".
           03 FILLER             PIC X(16) VALUE "   ACUMULADO".

       01  WS-LINHA-DET.
           03 WS-DET-PERIODO     PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-QTD         PIC ZZ.ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-TITULOS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-PREVISTO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-ACUM        PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-VALOR.
           03 WS-VAL-TEXTO       PIC X(40).
           03 WS-VAL-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
           88 FS2-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).
       77 FS-STAT16       PIC 9(02).
           88 FS16-OK        VALUE ZEROS.

       77 WS-TITULOS-SW   PIC X      VALUE "S".
           88 TITULOS-AUSENTE  VALUE "N".
       77 WS-PEDIDOS-SW   PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE  VALUE "N".
       77 WS-ARQCOND-SW   PIC X      VALUE "S".
           88 ARQCOND-AUSENTE  VALUE "N".
       77 WS-CONDPAG-SW   PIC X      VALUE "S".
           88 CONDPAG-AUSENTE  VALUE "N".
       77 WS-TEM-TITULO-SW PIC X     VALUE "N".
           88 PEDIDO-TEM-TITULO VALUE "S".

       77 WS-HOJE-DIAS    PIC S9(07) VALUE ZEROS.
       77 WS-VENC-DIAS    PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-ATE     PIC S9(07) VALUE ZEROS.
       77 WS-CALC-DIAS    PIC 9(05)  VALUE ZEROS.
       77 WS-ROLA-DIAS    PIC 9(05)  VALUE ZEROS.
       77 WS-BASE-MES-ABS PIC 9(05)  VALUE ZEROS.
       77 WS-MES-ABS      PIC 9(05)  VALUE ZEROS.
       77 WS-IX           PIC 9(03)  VALUE ZEROS.
       77 WS-PARC-IX      PIC 9(02)  VALUE ZEROS.

      * VALOR A CLASSIFICAR E SUA ORIGEM (T = TITULO, P = PREVISTO)
       77 WS-CLS-VALOR    PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-CLS-TIPO     PIC X(001) VALUE SPACES.
           88 CLS-TITULO      VALUE "T".
           88 CLS-PREVISTO    VALUE "P".

       77 WS-PREV-PARC    PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-PREV-ULT     PIC 9(009)V9(002) VALUE ZEROS.

       77 WS-VENC-QTD       PIC 9(005) VALUE ZEROS.
       77 WS-VENC-VALOR     PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-SEMCOND-QTD    PIC 9(005) VALUE ZEROS.
       77 WS-SEMCOND-VALOR  PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-QTD-PREVISTOS  PIC 9(005) VALUE ZEROS.
       77 WS-LIN-TOTAL      PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-ACUMULADO      PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-QTD        PIC 9(005) VALUE ZEROS.
       77 WS-TOT-TITULOS    PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-PREVISTO   PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-TOT-GERAL      PIC 9(011)V9(002) VALUE ZEROS.

       77 WS-MSGERRO      PIC X(100).

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-TITULO THRU 2000-TITULO-FIM
                   UNTIL FS-FIM-ARQUIVO.
           PERFORM 2100-PEDIDO THRU 2100-PEDIDO-FIM
                   UNTIL FS2-FIM-ARQUIVO.
           PERFORM 3000-IMPRIME THRU 3000-IMPRIME-FIM.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
       1000-INICIO SECTION.
       1000.
           PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM.

           INITIALIZE TAB-SEM TAB-MES.

           ACCEPT WS-DATA FROM DATE.
           MOVE WS-DIA TO WS-DATA-REL-DIA.
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.

           COMPUTE WS-HOJE-DIAS =
                   (WS-ANO * 360) + (WS-MES * 30) + WS-DIA.

      *    PRIMEIRO MES DAS FAIXAS MENSAIS: O DO 91O DIA
           MOVE 91 TO WS-CALC-DIAS.
           PERFORM 9200-SOMA-DIAS THRU 9200-SOMA-DIAS-FIM.
           COMPUTE WS-BASE-MES-ABS = (WS-CALC-ANO * 12) + WS-CALC-MES.

           IF TITULOS-AUSENTE
               MOVE 10 TO FS-STAT
           ELSE
               PERFORM 9100-LER-TITULO THRU 9100-LER-TITULO-FIM
           END-IF.

           IF PEDIDOS-AUSENTE
               MOVE 10 TO FS-STAT2
           ELSE
               PERFORM 9150-LER-PEDIDO THRU 9150-LER-PEDIDO-FIM
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * CLASSIFICA O TITULO EM ABERTO PELO VENCIMENTO
       2000-TITULO SECTION.
       2000.
           IF FS7-ABERTO AND FS7-VALOR GREATER ZEROS
               MOVE FS7-VENC-ANO TO WS-CALC-ANO
               MOVE FS7-VENC-MES TO WS-CALC-MES
               MOVE FS7-VENC-DIA TO WS-CALC-DIA
               MOVE FS7-VALOR    TO WS-CLS-VALOR
               MOVE "T"          TO WS-CLS-TIPO
               PERFORM 2500-CLASSIFICA THRU 2500-CLASSIFICA-FIM
           END-IF.

           PERFORM 9100-LER-TITULO THRU 9100-LER-TITULO-FIM.

       2000-TITULO-FIM.
           EXIT.

      * -----------------------------------
      * PEDIDO APROVADO SEM TITULOS: PROJETA AS PARCELAS PELA
      * CONDICAO DE PAGAMENTO A PARTIR DA DATA DO DIA
       2100-PEDIDO SECTION.
       2100.
           IF FS4-ST-APROVADO AND FS4-VALOR GREATER ZEROS
               MOVE "N" TO WS-TEM-TITULO-SW
               IF NOT TITULOS-AUSENTE
                   MOVE FS4-NUMERO TO FS7-NUMERO-PEDIDO
                   MOVE 1          TO FS7-PARCELA
                   READ FILE7
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-TEM-TITULO-SW
                   END-READ
               END-IF

               IF NOT PEDIDO-TEM-TITULO
                   ADD 1 TO WS-QTD-PREVISTOS
                   PERFORM 2150-PROJETA-PEDIDO
                      THRU 2150-PROJETA-PEDIDO-FIM
               END-IF
           END-IF.

           PERFORM 9150-LER-PEDIDO THRU 9150-LER-PEDIDO-FIM.

       2100-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * DIVIDE O PEDIDO NAS PARCELAS DA CONDICAO COMO O FATURAMENTO
      * FAZ (A ULTIMA ABSORVE A DIFERENCA DE CENTAVOS)
       2150-PROJETA-PEDIDO SECTION.
       2150.
           MOVE "N" TO WS-CONDPAG-SW.
           IF FS4-COND-PAGTO NUMERIC
                   AND FS4-COND-PAGTO NOT EQUAL ZEROS
                   AND NOT ARQCOND-AUSENTE
               MOVE FS4-COND-PAGTO TO FS16-CODIGO
               READ FILE16
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS16-QTD-PARCELAS NUMERIC
                               AND FS16-QTD-PARCELAS > 0
                               AND FS16-QTD-PARCELAS < 13
                           MOVE "S" TO WS-CONDPAG-SW
                       END-IF
               END-READ
           END-IF.

           IF CONDPAG-AUSENTE
               ADD 1         TO WS-SEMCOND-QTD
               ADD FS4-VALOR TO WS-SEMCOND-VALOR
           ELSE
               COMPUTE WS-PREV-PARC =
                       FS4-VALOR / FS16-QTD-PARCELAS
               COMPUTE WS-PREV-ULT =
                       FS4-VALOR -
                       (WS-PREV-PARC * (FS16-QTD-PARCELAS - 1))
               PERFORM 2160-PROJETA-PARCELA
                  THRU 2160-PROJETA-PARCELA-FIM
                       VARYING WS-PARC-IX FROM 1 BY 1
                       UNTIL WS-PARC-IX > FS16-QTD-PARCELAS
           END-IF.

       2150-PROJETA-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
       2160-PROJETA-PARCELA SECTION.
       2160.
           MOVE FS16-PRAZO (WS-PARC-IX) TO WS-CALC-DIAS.
           PERFORM 9200-SOMA-DIAS THRU 9200-SOMA-DIAS-FIM.
           IF WS-PARC-IX EQUAL FS16-QTD-PARCELAS
               MOVE WS-PREV-ULT  TO WS-CLS-VALOR
           ELSE
               MOVE WS-PREV-PARC TO WS-CLS-VALOR
           END-IF.
           MOVE "P" TO WS-CLS-TIPO.
           PERFORM 2500-CLASSIFICA THRU 2500-CLASSIFICA-FIM.

       2160-PROJETA-PARCELA-FIM.
           EXIT.

      * -----------------------------------
      * SOMA WS-CLS-VALOR NA FAIXA DA DATA EM WS-CALC: VENCIDO,
      * SEMANA (ATE 90 DIAS) OU MES (APOS 90 DIAS)
       2500-CLASSIFICA SECTION.
       2500.
           COMPUTE WS-VENC-DIAS =
                   (WS-CALC-ANO * 360) +
                   (WS-CALC-MES * 30) + WS-CALC-DIA.
           COMPUTE WS-DIAS-ATE = WS-VENC-DIAS - WS-HOJE-DIAS.

           EVALUATE TRUE
               WHEN WS-DIAS-ATE LESS ZEROS
                   ADD 1            TO WS-VENC-QTD
                   ADD WS-CLS-VALOR TO WS-VENC-VALOR
               WHEN WS-DIAS-ATE NOT GREATER 90
                   COMPUTE WS-IX = (WS-DIAS-ATE / 7) + 1
                   IF CLS-TITULO
                       ADD 1            TO TAB-SEM-QTD (WS-IX)
                       ADD WS-CLS-VALOR TO TAB-SEM-TITULOS (WS-IX)
                   ELSE
                       ADD WS-CLS-VALOR TO TAB-SEM-PREVISTO (WS-IX)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-MES-ABS =
                           (WS-CALC-ANO * 12) + WS-CALC-MES
                   IF WS-MES-ABS LESS WS-BASE-MES-ABS
                       MOVE 1 TO WS-IX
                   ELSE
                       COMPUTE WS-IX =
                               WS-MES-ABS - WS-BASE-MES-ABS + 1
                   END-IF
                   IF WS-IX GREATER 13
                       MOVE 13 TO WS-IX
                   END-IF
                   IF CLS-TITULO
                       ADD 1            TO TAB-MES-QTD (WS-IX)
                       ADD WS-CLS-VALOR TO TAB-MES-TITULOS (WS-IX)
                   ELSE
                       ADD WS-CLS-VALOR TO TAB-MES-PREVISTO (WS-IX)
                   END-IF
           END-EVALUATE.

       2500-CLASSIFICA-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME O VENCIDO, AS SEMANAS E OS MESES COM O ACUMULADO E
      * OS TOTAIS
       3000-IMPRIME SECTION.
       3000.
           MOVE WS-DATA-REL    TO WS-CAB1-DATA.
           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-LINHA-CAB2  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO WS-LINHA-DET.
           MOVE "JA VENCIDO (FORA DO ACUMULADO)" TO WS-DET-PERIODO.
           MOVE WS-VENC-QTD    TO WS-DET-QTD.
           MOVE WS-VENC-VALOR  TO WS-DET-TITULOS.
           MOVE ZEROS          TO WS-DET-PREVISTO.
           MOVE WS-VENC-VALOR  TO WS-DET-TOTAL.
           MOVE ZEROS          TO WS-DET-ACUM.
           MOVE WS-LINHA-DET   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE ZEROS TO WS-ACUMULADO.
           PERFORM 3100-IMPRIME-SEMANA THRU 3100-IMPRIME-SEMANA-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 13.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM 3200-IMPRIME-MES THRU 3200-IMPRIME-MES-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 13.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO WS-LINHA-DET.
           MOVE "TOTAL A VENCER/PREVISTO"  TO WS-DET-PERIODO.
           MOVE WS-TOT-QTD     TO WS-DET-QTD.
           MOVE WS-TOT-TITULOS TO WS-DET-TITULOS.
           MOVE WS-TOT-PREVISTO TO WS-DET-PREVISTO.
           MOVE WS-ACUMULADO   TO WS-DET-TOTAL.
           MOVE WS-ACUMULADO   TO WS-DET-ACUM.
           MOVE WS-LINHA-DET   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           COMPUTE WS-TOT-GERAL = WS-ACUMULADO + WS-VENC-VALOR +
                                  WS-SEMCOND-VALOR.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE "TITULOS A VENCER.....................: "
                TO WS-VAL-TEXTO.
           MOVE WS-TOT-TITULOS   TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TITULOS VENCIDOS.....................: "
                TO WS-VAL-TEXTO.
           MOVE WS-VENC-VALOR    TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PREVISTO (APROVADOS SEM TITULOS).....: "
                TO WS-VAL-TEXTO.
           MOVE WS-TOT-PREVISTO  TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "PREVISTO SEM CONDICAO (SEM DATA).....: "
                TO WS-VAL-TEXTO.
           MOVE WS-SEMCOND-VALOR TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TOTAL GERAL A RECEBER................: "
                TO WS-VAL-TEXTO.
           MOVE WS-TOT-GERAL     TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

       3000-IMPRIME-FIM.
           EXIT.

      * -----------------------------------
      * LINHA DA SEMANA WS-IX: DO DIA (WS-IX - 1) * 7 AO DIA
      * WS-IX * 7 - 1 (A 13A VAI ATE O 90O DIA)
       3100-IMPRIME-SEMANA SECTION.
       3100.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE "SEMANA "  TO WS-DET-PERIODO (1:7).
           MOVE WS-IX (2:2) TO WS-DET-PERIODO (8:2).

           COMPUTE WS-CALC-DIAS = (WS-IX - 1) * 7.
           PERFORM 9200-SOMA-DIAS THRU 9200-SOMA-DIAS-FIM.
           PERFORM 9300-EDITA-DATA THRU 9300-EDITA-DATA-FIM.
           MOVE WS-DATA-EDIT TO WS-DET-PERIODO (12:8).
           MOVE " A "        TO WS-DET-PERIODO (20:3).

           IF WS-IX EQUAL 13
               MOVE 90 TO WS-CALC-DIAS
           ELSE
               COMPUTE WS-CALC-DIAS = (WS-IX * 7) - 1
           END-IF.
           PERFORM 9200-SOMA-DIAS THRU 9200-SOMA-DIAS-FIM.
           PERFORM 9300-EDITA-DATA THRU 9300-EDITA-DATA-FIM.
           MOVE WS-DATA-EDIT TO WS-DET-PERIODO (23:8).

           COMPUTE WS-LIN-TOTAL = TAB-SEM-TITULOS (WS-IX) +
                                  TAB-SEM-PREVISTO (WS-IX).
           ADD WS-LIN-TOTAL            TO WS-ACUMULADO.
           ADD TAB-SEM-QTD (WS-IX)     TO WS-TOT-QTD.
           ADD TAB-SEM-TITULOS (WS-IX) TO WS-TOT-TITULOS.
           ADD TAB-SEM-PREVISTO (WS-IX) TO WS-TOT-PREVISTO.

           MOVE TAB-SEM-QTD (WS-IX)      TO WS-DET-QTD.
           MOVE TAB-SEM-TITULOS (WS-IX)  TO WS-DET-TITULOS.
           MOVE TAB-SEM-PREVISTO (WS-IX) TO WS-DET-PREVISTO.
           MOVE WS-LIN-TOTAL             TO WS-DET-TOTAL.
           MOVE WS-ACUMULADO             TO WS-DET-ACUM.
           MOVE WS-LINHA-DET             TO REL-LINHA.
           WRITE REL-LINHA.

       3100-IMPRIME-SEMANA-FIM.
           EXIT.

      * -----------------------------------
      * LINHA DO MES WS-IX A PARTIR DO MES DO 91O DIA; A 13A LINHA
      * JUNTA TUDO O QUE VENCE DEPOIS DO 12O MES
       3200-IMPRIME-MES SECTION.
       3200.
           MOVE SPACES TO WS-LINHA-DET.
           IF WS-IX EQUAL 13
               COMPUTE WS-MES-ABS = WS-BASE-MES-ABS + 11
           ELSE
               COMPUTE WS-MES-ABS = WS-BASE-MES-ABS + WS-IX - 1
           END-IF.
           COMPUTE WS-CALC-ANO = (WS-MES-ABS - 1) / 12.
           COMPUTE WS-CALC-MES = WS-MES-ABS - (WS-CALC-ANO * 12).
           MOVE WS-CALC-MES TO WS-MEDIT-MES.
           MOVE WS-CALC-ANO TO WS-MEDIT-ANO.
           IF WS-IX EQUAL 13
               MOVE "POSTERIOR A "  TO WS-DET-PERIODO (1:12)
               MOVE WS-MES-EDIT     TO WS-DET-PERIODO (13:5)
           ELSE
               MOVE "MES "          TO WS-DET-PERIODO (1:4)
               MOVE WS-MES-EDIT     TO WS-DET-PERIODO (12:5)
           END-IF.

           COMPUTE WS-LIN-TOTAL = TAB-MES-TITULOS (WS-IX) +
                                  TAB-MES-PREVISTO (WS-IX).
           ADD WS-LIN-TOTAL            TO WS-ACUMULADO.
           ADD TAB-MES-QTD (WS-IX)     TO WS-TOT-QTD.
           ADD TAB-MES-TITULOS (WS-IX) TO WS-TOT-TITULOS.
           ADD TAB-MES-PREVISTO (WS-IX) TO WS-TOT-PREVISTO.

           MOVE TAB-MES-QTD (WS-IX)      TO WS-DET-QTD.
           MOVE TAB-MES-TITULOS (WS-IX)  TO WS-DET-TITULOS.
           MOVE TAB-MES-PREVISTO (WS-IX) TO WS-DET-PREVISTO.
           MOVE WS-LIN-TOTAL             TO WS-DET-TOTAL.
           MOVE WS-ACUMULADO             TO WS-DET-ACUM.
           MOVE WS-LINHA-DET             TO REL-LINHA.
           WRITE REL-LINHA.

       3200-IMPRIME-MES-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT TITULOS-AUSENTE
               CLOSE FILE7
           END-IF.
           IF NOT PEDIDOS-AUSENTE
               CLOSE FILE4
           END-IF.
           IF NOT ARQCOND-AUSENTE
               CLOSE FILE16
           END-IF.
           CLOSE RELFILE.
           DISPLAY "PROJECAO GERADA EM PRELFLUXO.LST".
           DISPLAY WS-QTD-PREVISTOS " PEDIDO(S) APROVADO(S) SEM TITULO".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO. SEM CONDPAG.DAT OS
      * PEDIDOS APROVADOS SAEM TODOS COMO PREVISTO SEM CONDICAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE7.
           IF NOT FS-OK
               DISPLAY "ARQUIVO TITULOS.DAT NAO ENCONTRADO"
               MOVE 10 TO FS-STAT
               MOVE "N" TO WS-TITULOS-SW
           END-IF.

           OPEN INPUT FILE4.
           IF NOT FS2-OK
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE 10 TO FS-STAT2
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE16.
           IF NOT FS16-OK
               DISPLAY "ARQUIVO CONDPAG.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-ARQCOND-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO EM SEQUENCIA DE PEDIDO/PARCELA
       9100-LER-TITULO SECTION.
       9100.
           READ FILE7 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

       9100-LER-TITULO-FIM.
           EXIT.

      * -----------------------------------
       9150-LER-PEDIDO SECTION.
       9150.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT2
           END-READ.

       9150-LER-PEDIDO-FIM.
           EXIT.

      * -----------------------------------
      * WS-CALC = DATA DO DIA + WS-CALC-DIAS (MES COMERCIAL DE 30
      * DIAS)
       9200-SOMA-DIAS SECTION.
       9200.
           MOVE WS-ANO TO WS-CALC-ANO.
           MOVE WS-MES TO WS-CALC-MES.
           COMPUTE WS-ROLA-DIAS = WS-DIA + WS-CALC-DIAS.
           PERFORM UNTIL WS-ROLA-DIAS NOT GREATER 30
               SUBTRACT 30 FROM WS-ROLA-DIAS
               ADD 1 TO WS-CALC-MES
               IF WS-CALC-MES GREATER 12
                   SUBTRACT 12 FROM WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               END-IF
           END-PERFORM.
           MOVE WS-ROLA-DIAS TO WS-CALC-DIA.

       9200-SOMA-DIAS-FIM.
           EXIT.

      * -----------------------------------
       9300-EDITA-DATA SECTION.
       9300.
           MOVE WS-CALC-DIA TO WS-EDIT-DIA.
           MOVE WS-CALC-MES TO WS-EDIT-MES.
           MOVE WS-CALC-ANO TO WS-EDIT-ANO.

       9300-EDITA-DATA-FIM.
           EXIT.
