      *----------------------------------------------------------------*
      * COPY:         CALCDISTKM
      * OBJETIVO:     CALCULA EM WS-KM-DISTANCIA A DISTANCIA EM KM
      *               ENTRE A ORIGEM E O DESTINO INFORMADOS EM
      *               WRKDISTKM. APROXIMACAO PLANA, SUFICIENTE PARA
      *               OS TRECHOS DE UM ROTEIRO: A DIFERENCA DE
      *               LONGITUDE E CORRIGIDA PELO COSSENO DA LATITUDE
      *               MEDIA (SERIE DE TAYLOR) E CADA GRAU VALE 111,195
      *               KM (RAIO MEDIO DA TERRA). E DISTANCIA EM LINHA
      *               RETA, SEM O DESVIO DAS ESTRADAS.
      *----------------------------------------------------------------*
       9680-CALCULA-KM SECTION.
       9680.
           MOVE ZEROS TO WS-KM-DISTANCIA.
           MOVE "N"   TO WS-KM-SEM-COORD.

           IF (WS-KM-LAT-ORIGEM EQUAL ZEROS
                   AND WS-KM-LONG-ORIGEM EQUAL ZEROS)
              OR (WS-KM-LAT-DESTINO EQUAL ZEROS
                   AND WS-KM-LONG-DESTINO EQUAL ZEROS)
               MOVE "S" TO WS-KM-SEM-COORD
           ELSE
               COMPUTE WS-KM-DIF-LAT =
                       WS-KM-LAT-DESTINO - WS-KM-LAT-ORIGEM
               COMPUTE WS-KM-DIF-LONG =
                       WS-KM-LONG-DESTINO - WS-KM-LONG-ORIGEM

      * LATITUDE MEDIA EM RADIANOS (PI / 180 = 0,0174532925)
               COMPUTE WS-KM-RADIANOS ROUNDED =
                       (WS-KM-LAT-ORIGEM + WS-KM-LAT-DESTINO) / 2
                       * 0,0174532925
               COMPUTE WS-KM-RAD-QUAD ROUNDED =
                       WS-KM-RADIANOS * WS-KM-RADIANOS

      * COS(X) = 1 - X2/2 + X4/24 - X6/720
               COMPUTE WS-KM-COSSENO ROUNDED =
                       1 - WS-KM-RAD-QUAD / 2
                         + WS-KM-RAD-QUAD * WS-KM-RAD-QUAD / 24
                         - WS-KM-RAD-QUAD * WS-KM-RAD-QUAD
                           * WS-KM-RAD-QUAD / 720

               COMPUTE WS-KM-DIF-LONG ROUNDED =
                       WS-KM-DIF-LONG * WS-KM-COSSENO
               COMPUTE WS-KM-GRAUS-QUAD ROUNDED =
                       WS-KM-DIF-LAT * WS-KM-DIF-LAT
                     + WS-KM-DIF-LONG * WS-KM-DIF-LONG
               COMPUTE WS-KM-DISTANCIA ROUNDED =
                       111,195 * (WS-KM-GRAUS-QUAD ** 0,5)
           END-IF.

       9680-CALCULA-KM-FIM.
           EXIT.
