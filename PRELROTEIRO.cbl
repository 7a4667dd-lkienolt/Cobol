      *               POR DIA. IMPRIME ENDERECO E MUNICIPIO/UF DE
      *               CLIENTES.DAT EM CADA PARADA, UMA PAGINA POR
      *               VENDEDOR, EM PRELROTEIRO.LST.
      *               CADA PARADA TRAZ OS KM DO TRECHO DESDE A PARADA
      *               ANTERIOR (A PRIMEIRA, DESDE O VENDEDOR), PELAS
      *               COORDENADAS (CALCDISTKM), COM TOTAL POR DIA, POR
      *               VENDEDOR E GERAL. TRECHO COM PONTO SEM
      *               COORDENADA SAI MARCADO E NAO E SOMADO.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               28/08/2026  ROTEIRO DE VISITAS POR VENDEDOR
      *               15/10/2026  KM DE CADA TRECHO PELAS COORDENADAS,
      *                           COM TOTAL POR DIA E POR VENDEDOR
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 FILLER             PIC X(05) VALUE "SEQ".
           03 FILLER             PIC X(09) VALUE "CODIGO".
           03 FILLER             PIC X(32) VALUE "RAZAO SOCIAL".
           03 FILLER             PIC X(36) VALUE "ENDERECO".
           03 FILLER             PIC X(30) VALUE "MUNICIPIO/UF".
           03 FILLER             PIC X(09) VALUE "KM TRECHO".

       01  WS-LINHA-DET.
           03 WS-DET-DIA         PIC ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-NOME        PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-ENDERECO    PIC X(34).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-MUNICIPIO   PIC X(25).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-UF          PIC X(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-KM          PIC ZZZ.ZZ9,9.
           03 WS-DET-SEM-COORD   PIC X(01).

       01  WS-LINHA-TOT-DIA.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(13) VALUE "TOTAL DO DIA ".
           03 WS-TDIA-DIA        PIC ZZ9.
           03 FILLER             PIC X(96) VALUE SPACES.
           03 WS-TDIA-KM         PIC ZZZ.ZZ9,9.

       01  WS-LINHA-TOT-VEND.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(20) VALUE
              "TOTAL DO VENDEDOR - ".
           03 WS-TVEN-DIAS       PIC ZZ9.
           03 FILLER             PIC X(89) VALUE " DIA(S)".
           03 WS-TVEN-KM         PIC ZZZ.ZZ9,9.

       01  WS-LINHA-SEM.
           03 FILLER             PIC X(03) VALUE SPACES.
              "TOTAL DE VENDEDORES LISTADOS: ".
           03 WS-ROD1-TOTAL      PIC ZZZ.ZZ9.

       01  WS-LINHA-ROD2.
           03 FILLER             PIC X(30) VALUE
              "TOTAL DE KM DOS ROTEIROS....: ".
           03 WS-ROD2-KM         PIC ZZ.ZZZ.ZZ9,9.

       01  WS-LINHA-ROD3.
           03 FILLER             PIC X(30) VALUE
              "TRECHOS SEM COORDENADA (*)..: ".
           03 WS-ROD3-TOTAL      PIC ZZZ.ZZ9.

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
       77 WS-DIST-ATUAL   PIC 9(06)V9(008) VALUE ZEROS.
       77 WS-DIST-MENOR   PIC 9(06)V9(008) VALUE ZEROS.

       77 WS-KM-DIA       PIC 9(06)V9(003) VALUE ZEROS.
       77 WS-KM-VENDEDOR  PIC 9(06)V9(003) VALUE ZEROS.
       77 WS-KM-GERAL     PIC 9(08)V9(003) VALUE ZEROS.
       77 WS-QTD-SEM-COORD PIC 9(07) VALUE ZEROS.

       COPY wrkdistkm.

       77 WS-MSGERRO      PIC X(100).

       PROCEDURE DIVISION.
           MOVE FS2-LATITUDE  TO WS-POS-LAT.
           MOVE FS2-LONGITUDE TO WS-POS-LONG.
           MOVE ZEROS TO WS-QTD-VISITADOS WS-SEQ-DIA.
           MOVE ZEROS TO WS-KM-DIA WS-KM-VENDEDOR.
           MOVE 1     TO WS-DIA-ROTA.

           PERFORM 2450-PROXIMA-PARADA THRU 2450-PROXIMA-PARADA-FIM
                   UNTIL WS-QTD-VISITADOS NOT LESS WS-QTD-ROTA.

           PERFORM 2480-TOTAL-DIA THRU 2480-TOTAL-DIA-FIM.

           MOVE WS-DIA-ROTA     TO WS-TVEN-DIAS.
           MOVE WS-KM-VENDEDOR  TO WS-TVEN-KM.
           MOVE WS-LINHA-TOT-VEND TO REL-LINHA.
           WRITE REL-LINHA.
           ADD WS-KM-VENDEDOR   TO WS-KM-GERAL.

       2400-MONTA-ROTEIRO-FIM.
           EXIT.

               ADD 1 TO WS-QTD-VISITADOS
               ADD 1 TO WS-SEQ-DIA
               IF WS-SEQ-DIA GREATER WS-VISITAS-DIA
                   PERFORM 2480-TOTAL-DIA THRU 2480-TOTAL-DIA-FIM
                   ADD 1 TO WS-DIA-ROTA
                   MOVE 1 TO WS-SEQ-DIA
               END-IF

               MOVE WS-POS-LAT  TO WS-KM-LAT-ORIGEM
               MOVE WS-POS-LONG TO WS-KM-LONG-ORIGEM
               MOVE TAB-ROTA-LATITUDE (WS-IX-PERTO)
                    TO WS-KM-LAT-DESTINO
               MOVE TAB-ROTA-LONGITUDE (WS-IX-PERTO)
                    TO WS-KM-LONG-DESTINO
               PERFORM 9680-CALCULA-KM THRU 9680-CALCULA-KM-FIM

               MOVE SPACES TO WS-LINHA-DET
               MOVE WS-DIA-ROTA TO WS-DET-DIA
               MOVE WS-SEQ-DIA  TO WS-DET-SEQ
               MOVE TAB-ROTA-MUNICIPIO (WS-IX-PERTO)
                    TO WS-DET-MUNICIPIO
               MOVE TAB-ROTA-UF (WS-IX-PERTO)        TO WS-DET-UF
               MOVE WS-KM-DISTANCIA TO WS-DET-KM
               IF KM-SEM-COORDENADA
                   MOVE "*" TO WS-DET-SEM-COORD
                   ADD 1    TO WS-QTD-SEM-COORD
               ELSE
                   ADD WS-KM-DISTANCIA TO WS-KM-DIA
               END-IF
               MOVE WS-LINHA-DET TO REL-LINHA
               WRITE REL-LINHA

       2450-PROXIMA-PARADA-FIM.
           EXIT.

      * -----------------------------------
      * FECHA O DIA DO ROTEIRO: LINHA DE TOTAL E SOMA NO VENDEDOR
       2480-TOTAL-DIA SECTION.
       2480.
           MOVE WS-DIA-ROTA  TO WS-TDIA-DIA.
           MOVE WS-KM-DIA    TO WS-TDIA-KM.
           MOVE WS-LINHA-TOT-DIA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES       TO REL-LINHA.
           WRITE REL-LINHA.

           ADD WS-KM-DIA     TO WS-KM-VENDEDOR.
           MOVE ZEROS        TO WS-KM-DIA.

       2480-TOTAL-DIA-FIM.
           EXIT.

      * -----------------------------------
      * COMPARA A DISTANCIA (AO QUADRADO) DA POSICAO ATUAL ATE O
      * CLIENTE, GUARDANDO O NAO VISITADO MAIS PROXIMO
           MOVE WS-LINHA-ROD1       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-KM-GERAL         TO WS-ROD2-KM.
           MOVE WS-LINHA-ROD2       TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-QTD-SEM-COORD    TO WS-ROD3-TOTAL.
           MOVE WS-LINHA-ROD3       TO REL-LINHA.
           WRITE REL-LINHA.

       3000-RODAPE-FIM.
           EXIT.


       9100-LER-VENDEDOR-FIM.
           EXIT.

      * -----------------------------------
       COPY calcdistkm.
