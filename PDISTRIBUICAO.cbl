      *                           DISPONIVEL NO LOG; SO VINCULOS DE
      *                           CLIENTE EXTINTO/INATIVO SAO
      *                           REMOVIDOS (TAMBEM LOGADOS)
      *               15/10/2026  LIMITE POR VENDEDOR PODE VIR EM
      *                           VENDAS_PARAMETRO (CADEIA NOTURNA,
      *                           PCADEIA), SEM PERGUNTAR AO OPERADOR
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 WS-DIST-MENOR        PIC 9(06)V9(008).

       77 WS-LIMITE-VENDEDOR   PIC 9(005) VALUE ZEROS.
       77 WS-PARAMETRO         PIC X(010) VALUE SPACES.
       77 WS-IX-ACHADO         PIC 9(003) VALUE ZEROS.
       77 WS-VEND-PROX-GERAL   PIC 9(003) VALUE ZEROS.
       77 WS-VEND-PROX-NOME    PIC X(040) VALUE SPACES.
           MOVE ZEROS TO WS-TOTAL-CLIENTES WS-TOTAL-SEM-VEND
                         WS-TOTAL-DESVIADOS WS-TOTAL-MANUAIS.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT-VALUE.
           IF WS-PARAMETRO EQUAL SPACES
               DISPLAY "LIMITE MAXIMO DE CLIENTES POR VENDEDOR "
                       "(0 = SEM LIMITE): "
               ACCEPT WS-LIMITE-VENDEDOR
           ELSE
               ACCEPT WS-LIMITE-VENDEDOR FROM ENVIRONMENT-VALUE
           END-IF.

           IF NOT VENDEDORES-AUSENTE
               PERFORM 1100-CARREGA-VENDEDOR
