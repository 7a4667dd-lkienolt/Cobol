      *----------------------------------------------------------------*
      * COPY:         ARQCONDPAG
      * OBJETIVO:     LAYOUT DO CADASTRO DE CONDICOES DE PAGAMENTO
      *               (FILE16, CONDPAG.DAT): QUANTIDADE DE PARCELAS E
      *               O PRAZO DE CADA UMA EM DIAS CORRIDOS A PARTIR DO
      *               FATURAMENTO (EX. 30/60/90, A VISTA = 1 PARCELA
      *               COM PRAZO ZERO, 28 DD = 1 PARCELA COM PRAZO 28).
      *               PRAZOS ALEM DA QUANTIDADE DE PARCELAS FICAM
      *               ZERADOS. SITUACAO ATIVO/INATIVO (EXCLUSAO
      *               LOGICA) COMO NOS DEMAIS CADASTROS.
      *----------------------------------------------------------------*
       FD  FILE16
           LABEL RECORD IS STANDARD.
       01  FILE16-REC.
           03  FS16-KEY.
               05  FS16-CODIGO       PIC 9(003).
           03  FS16-DESCRICAO        PIC X(030).
           03  FS16-QTD-PARCELAS     PIC 9(002).
           03  FS16-PRAZOS.
               05  FS16-PRAZO        PIC 9(003) OCCURS 12 TIMES.
           03  FS16-AUDITORIA.
               05  FS16-AUD-OPERADOR PIC X(008).
               05  FS16-AUD-DATA.
                   07  FS16-AUD-ANO  PIC 9(002).
                   07  FS16-AUD-MES  PIC 9(002).
                   07  FS16-AUD-DIA  PIC 9(002).
               05  FS16-AUD-HORA.
                   07  FS16-AUD-HOR  PIC 9(002).
                   07  FS16-AUD-MIN  PIC 9(002).
               05  FS16-AUD-OPERACAO PIC X(001).
           03  FS16-SITUACAO         PIC X(001).
               88  FS16-ATIVO           VALUES "A" " ".
               88  FS16-INATIVO         VALUE "I".
           03  FILLER                PIC X(010).
