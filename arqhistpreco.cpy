      *----------------------------------------------------------------*
      * COPY:         ARQHISTPRECO
      * OBJETIVO:     LAYOUT DO HISTORICO DE PRECOS DE VENDA (FILE18):
      *               UM REGISTRO POR PRECO QUE O PRODUTO TEVE, NA
      *               ORDEM DE PRODUTO E DATA DE VIGENCIA (AAMMDD),
      *               COM SEQUENCIA PARA MAIS DE UMA TROCA NO MESMO
      *               DIA. GUARDA O PRECO ANTERIOR E O NOVO, A ORIGEM
      *               (INCLUSAO, ALTERACAO NA TELA OU REAJUSTE EM
      *               MASSA COM O PERCENTUAL), QUEM E QUANDO GRAVOU.
      *               REAJUSTE COM VIGENCIA FUTURA FICA PROGRAMADO E
      *               SO PASSA AO CADASTRO (FS5-PRECO-VENDA) QUANDO
      *               A DATA CHEGA (PREAJUSTE, MODO "A").
      *               O PRECO DE UMA DATA E O DO ULTIMO REGISTRO
      *               VIGENTE DO PRODUTO COM VIGENCIA ATE ELA.
      *----------------------------------------------------------------*
       FD  FILE18
           LABEL RECORD IS STANDARD.
       01  FILE18-REC.
           03  FS18-KEY.
               05  FS18-COD-PRODUTO PIC 9(005).
               05  FS18-VIGENCIA.
                   07  FS18-VIG-ANO PIC 9(002).
                   07  FS18-VIG-MES PIC 9(002).
                   07  FS18-VIG-DIA PIC 9(002).
               05  FS18-SEQUENCIA   PIC 9(003).
           03  FS18-PRECO-ANTERIOR  PIC 9(007)V9(002).
           03  FS18-PRECO-NOVO      PIC 9(007)V9(002).
           03  FS18-ORIGEM          PIC X(001).
               88  FS18-INCLUSAO       VALUE "I".
               88  FS18-ALTERACAO      VALUE "A".
               88  FS18-REAJUSTE       VALUE "R".
           03  FS18-PERCENTUAL      PIC S9(003)V9(002).
           03  FS18-SITUACAO        PIC X(001).
               88  FS18-VIGENTE        VALUE "V".
               88  FS18-PROGRAMADO     VALUE "P".
           03  FS18-AUDITORIA.
               05  FS18-AUD-OPERADOR PIC X(008).
               05  FS18-AUD-DATA.
                   07  FS18-AUD-ANO  PIC 9(002).
                   07  FS18-AUD-MES  PIC 9(002).
                   07  FS18-AUD-DIA  PIC 9(002).
               05  FS18-AUD-HORA.
                   07  FS18-AUD-HOR  PIC 9(002).
                   07  FS18-AUD-MIN  PIC 9(002).
           03  FILLER               PIC X(010).
