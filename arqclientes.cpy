      *----------------------------------------------------------------*
      * COPY:         ARQCLIENTES
      * OBJETIVO:     LAYOUT DO CADASTRO MESTRE DE CLIENTES (FILE1)
      *               FS-COND-PAGTO: CONDICAO DE PAGAMENTO PADRAO DO
      *               CLIENTE (CONDPAG.DAT), SUGERIDA NO PEDIDO; ZERO
      *               SIGNIFICA SEM CONDICAO PADRAO.
      *----------------------------------------------------------------*
       FD  FILE1
           LABEL RECORD IS STANDARD.
           03  FS-MUNICIPIO      PIC X(030).
           03  FS-UF             PIC X(002).
           03  FS-LIMITE-CREDITO PIC 9(009)V9(002).
           03  FS-COND-PAGTO     PIC 9(003).
