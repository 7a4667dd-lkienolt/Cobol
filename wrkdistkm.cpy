      *----------------------------------------------------------------*
      * COPY:         WRKDISTKM
      * OBJETIVO:     CAMPOS DE TRABALHO DO CALCULO DA DISTANCIA EM KM
      *               ENTRE DOIS PONTOS (9680-CALCULA-KM EM
      *               CALCDISTKM). O PROGRAMA INFORMA LATITUDE E
      *               LONGITUDE (GRAUS) DA ORIGEM E DO DESTINO, NO
      *               MESMO FORMATO DE CLIENTES.DAT/VENDEDORES.DAT, E
      *               RECEBE WS-KM-DISTANCIA. PONTO SEM COORDENADA
      *               (LATITUDE E LONGITUDE ZERADAS) DA DISTANCIA ZERO
      *               COM WS-KM-SEM-COORD = "S".
      *----------------------------------------------------------------*
       01  WS-KM-LAT-ORIGEM    PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-LONG-ORIGEM   PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-LAT-DESTINO   PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-LONG-DESTINO  PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-DISTANCIA     PIC 9(005)V9(003) VALUE ZEROS.
       01  WS-KM-SEM-COORD     PIC X(001) VALUE "N".
           88 KM-SEM-COORDENADA   VALUE "S".
       01  WS-KM-DIF-LAT       PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-DIF-LONG      PIC S9(003)V9(008) VALUE ZEROS.
       01  WS-KM-RADIANOS      PIC S9(001)V9(010) VALUE ZEROS.
       01  WS-KM-RAD-QUAD      PIC 9(001)V9(010) VALUE ZEROS.
       01  WS-KM-COSSENO       PIC S9(001)V9(010) VALUE ZEROS.
       01  WS-KM-GRAUS-QUAD    PIC 9(006)V9(008) VALUE ZEROS.
