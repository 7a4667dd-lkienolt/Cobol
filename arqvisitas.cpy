      *----------------------------------------------------------------*
      * COPY:         ARQVISITAS
      * OBJETIVO:     LAYOUT DAS VISITAS REALIZADAS PELOS VENDEDORES
      *               (FILE19): UMA VISITA POR VENDEDOR, DATA (AAMMDD)
      *               E CLIENTE, COM O RESULTADO (VISITOU, AUSENTE OU
      *               PEDIDO TIRADO) E UMA OBSERVACAO. A CHAVE VEM NA
      *               ORDEM VENDEDOR/DATA/CLIENTE PARA O MES DE UM
      *               VENDEDOR SER LIDO EM SEQUENCIA NO RELATORIO DE
      *               ADERENCIA AO ROTEIRO. FS19-ORIGEM DIZ SE A
      *               VISITA FOI DIGITADA NA TELA (PVISITAS) OU VEIO
      *               DO ARQUIVO DO VENDEDOR DE CAMPO (PIMPPEDIDOS).
      *----------------------------------------------------------------*
       FD  FILE19
           LABEL RECORD IS STANDARD.
       01  FILE19-REC.
           03  FS19-KEY.
               05  FS19-COD-VENDEDOR PIC 9(003).
               05  FS19-DATA.
                   07  FS19-ANO      PIC 9(002).
                   07  FS19-MES      PIC 9(002).
                   07  FS19-DIA      PIC 9(002).
               05  FS19-COD-CLIENTE  PIC 9(007).
           03  FS19-RESULTADO    PIC X(001).
               88  FS19-VISITOU     VALUE "V".
               88  FS19-AUSENTE     VALUE "A".
               88  FS19-PEDIDO      VALUE "P".
               88  FS19-RESULT-OK   VALUES "V" "A" "P".
           03  FS19-OBSERVACAO   PIC X(050).
           03  FS19-ORIGEM       PIC X(001).
               88  FS19-ORIG-TELA   VALUE "T".
               88  FS19-ORIG-CAMPO  VALUE "C".
           03  FS19-AUDITORIA.
               05  FS19-AUD-OPERADOR PIC X(008).
               05  FS19-AUD-DATA.
                   07  FS19-AUD-ANO PIC 9(002).
                   07  FS19-AUD-MES PIC 9(002).
                   07  FS19-AUD-DIA PIC 9(002).
               05  FS19-AUD-HORA.
                   07  FS19-AUD-HOR PIC 9(002).
                   07  FS19-AUD-MIN PIC 9(002).
               05  FS19-AUD-OPERACAO PIC X(001).
           03  FILLER            PIC X(010).
