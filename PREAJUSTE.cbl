       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREAJUSTE.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     REAJUSTE DE PRECOS EM MASSA
      *
      * OBJETIVO:     REAJUSTAR O PRECO DE VENDA DE TODOS OS PRODUTOS
      *               ATIVOS OU DE UMA FAIXA DE CODIGOS POR UM
      *               PERCENTUAL (AUMENTO OU REDUCAO), COM DATA DE
      *               VIGENCIA FUTURA, PELO HISTORICO DE PRECOS
      *               (HISTPRECO.DAT):
      *               MODO "S" (SIMULACAO): SO EMITE A LISTAGEM ANTES
      *               X DEPOIS PARA CONFERENCIA DO GERENTE COMERCIAL.
      *               MODO "P" (PROGRAMACAO): GRAVA O PRECO NOVO NO
      *               HISTORICO COMO PROGRAMADO PARA A VIGENCIA, COM
      *               A MESMA LISTAGEM. O CADASTRO NAO MUDA AINDA.
      *               PRODUTO QUE JA TEM REAJUSTE PROGRAMADO REAJUSTA
      *               SOBRE O ULTIMO PRECO PROGRAMADO; SE A VIGENCIA
      *               PROGRAMADA FOR IGUAL OU POSTERIOR A INFORMADA O
      *               PRODUTO FICA DE FORA E SAI APONTADO NA LISTAGEM.
      *               MODO "A" (APLICACAO): PASSA AO CADASTRO DE
      *               PRODUTOS (FS5-PRECO-VENDA) OS PRECOS PROGRAMADOS
      *               COM VIGENCIA ATE A DATA DO DIA, QUE FICAM
      *               VIGENTES NO HISTORICO. DEVE RODAR TODO DIA.
      *               A LISTAGEM SAI EM PREAJUSTE.LST. TERMINA COM
      *               RETURN-CODE 4 QUANDO HOUVER PRODUTO DE FORA OU
      *               PRECO PROGRAMADO SEM PRODUTO NO CADASTRO.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  REAJUSTE DE PRECOS EM MASSA
      *               15/10/2026  MODO PODE VIR EM VENDAS_PARAMETRO
      *                           (CADEIA NOTURNA, PCADEIA, MODO A)
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE5 ASSIGN TO DISK "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS5-KEY.

           SELECT FILE18 ASSIGN TO DISK "histpreco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT18
               RECORD KEY IS FS18-KEY.

           SELECT RELFILE ASSIGN TO DISK "PREAJUSTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       DATA DIVISION.
       FILE SECTION.

       COPY arqprodutos.

       COPY arqhistpreco.

       FD RELFILE
           LABEL RECORD IS STANDARD.
       01 REL-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.
       01 WS-HORA.
           03  WS-HOR         PIC 9(02) VALUE ZEROS.
           03  WS-MIN         PIC 9(02) VALUE ZEROS.
           03  WS-SEG         PIC 9(02) VALUE ZEROS.
           03  WS-CSE         PIC 9(02) VALUE ZEROS.

       01 WS-DATA-REL.
           03 WS-DATA-REL-DIA  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-MES  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-ANO  PIC 9(02).

       01 WS-HOJE.
           03 WS-HOJE-ANO     PIC 9(02) VALUE ZEROS.
           03 WS-HOJE-MES     PIC 9(02) VALUE ZEROS.
           03 WS-HOJE-DIA     PIC 9(02) VALUE ZEROS.

      * VIGENCIA INFORMADA PARA O REAJUSTE (AAMMDD)
       01 WS-VIGENCIA.
           03 WS-VIG-ANO      PIC 9(02) VALUE ZEROS.
           03 WS-VIG-MES      PIC 9(02) VALUE ZEROS.
           03 WS-VIG-DIA      PIC 9(02) VALUE ZEROS.

      * VIGENCIA DO ULTIMO REAJUSTE JA PROGRAMADO DO PRODUTO
       01 WS-PROG-VIGENCIA.
           03 WS-PROG-ANO     PIC 9(02) VALUE ZEROS.
           03 WS-PROG-MES     PIC 9(02) VALUE ZEROS.
           03 WS-PROG-DIA     PIC 9(02) VALUE ZEROS.

       01 WS-OPERADOR         PIC X(008) VALUE SPACES.

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(35) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "REAJUSTE DE PRECOS - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "MODO: ".
           03 WS-CAB2-MODO       PIC X(12).
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-CAB2-PARAMETROS.
              05 FILLER          PIC X(10) VALUE "VIGENCIA: ".
              05 WS-CAB2-VIGENCIA PIC X(08).
              05 FILLER          PIC X(03) VALUE SPACES.
              05 FILLER          PIC X(12) VALUE "PERCENTUAL: ".
              05 WS-CAB2-PERC    PIC +ZZ9,99.
              05 FILLER          PIC X(03) VALUE SPACES.
              05 FILLER          PIC X(14) VALUE "PRODUTOS DE ".
              05 WS-CAB2-COD-INI PIC 9(05).
              05 FILLER          PIC X(03) VALUE " A ".
              05 WS-CAB2-COD-FIM PIC 9(05).
           03 FILLER             PIC X(22) VALUE SPACES.

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(06) VALUE "CODIGO".
           03 FILLER             PIC X(41) VALUE "DESCRICAO".
           03 FILLER             PIC X(05) VALUE "UN".
           03 FILLER             PIC X(14) VALUE "PRECO ATUAL".
           03 FILLER             PIC X(13) VALUE "PRECO ANTES".
           03 FILLER             PIC X(13) VALUE "PRECO DEPOIS".
           03 FILLER             PIC X(10) VALUE "VARIACAO".
           03 FILLER             PIC X(09) VALUE "VIGENCIA".
           03 FILLER             PIC X(10) VALUE "OBSERVACAO".

       01  WS-LINHA-DET.
           03 WS-DET-CODIGO      PIC 9(05).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-DESCRICAO   PIC X(40).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-UNIDADE     PIC X(03).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-ATUAL       PIC Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-ANTES       PIC Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-DEPOIS      PIC Z.ZZZ.ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-PERC        PIC +ZZ9,99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-VIGENCIA    PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-DET-OBS         PIC X(20).

       01  WS-LINHA-RESUMO-QTD.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RESQ-TEXTO      PIC X(40).
           03 WS-RESQ-QTD        PIC ZZZ.ZZ9.

       01  WS-DATA-EDIT.
           03 WS-EDIT-DIA        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-ANO        PIC 9(02).

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT18       PIC 9(02).
           88 FS18-OK         VALUE ZEROS.
           88 FS18-NAO-EXISTE VALUE 35.
           88 FS18-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).

       77 WS-MODO         PIC X      VALUE SPACES.
           88 MODO-SIMULA     VALUES "S" "s".
           88 MODO-PROGRAMA   VALUES "P" "p".
           88 MODO-APLICA     VALUES "A" "a".
       77 WS-SENTIDO      PIC X      VALUE SPACES.
           88 SENTIDO-AUMENTO VALUES "A" "a".
           88 SENTIDO-REDUCAO VALUES "R" "r".
       77 WS-CONFIRMA     PIC X      VALUE SPACES.
           88 CONFIRMADO      VALUES "S" "s".
       77 WS-CANCELA-SW   PIC X      VALUE "N".
           88 REAJUSTE-CANCELADO VALUE "S".
       77 WS-PRODUTOS-SW  PIC X      VALUE "S".
           88 PRODUTOS-AUSENTE  VALUE "N".
       77 WS-HISTORICO-SW PIC X      VALUE "S".
           88 HISTORICO-AUSENTE VALUE "N".
       77 WS-PROGRAMADO-SW PIC X     VALUE "N".
           88 TEM-PROGRAMADO    VALUE "S".
       77 WS-CONFLITO-SW  PIC X      VALUE "N".
           88 TEM-CONFLITO      VALUE "S".

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

      * PARAMETROS DO REAJUSTE
       77 WS-PERC-CENT    PIC 9(05) VALUE ZEROS.
       77 WS-PERC         PIC 9(003)V9(002) VALUE ZEROS.
       77 WS-PERC-SINAL   PIC S9(003)V9(002) VALUE ZEROS.
       77 WS-COD-INI      PIC 9(05) VALUE ZEROS.
       77 WS-COD-FIM      PIC 9(05) VALUE ZEROS.

      * PRECOS DO PRODUTO CORRENTE
       77 WS-PRECO-BASE   PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PRECO-NOVO   PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PRECO-PROG   PIC 9(007)V9(002) VALUE ZEROS.

      * TOTAIS DO PROCESSAMENTO
       77 WS-QTD-LIDOS      PIC 9(007) VALUE ZEROS.
       77 WS-QTD-INATIVOS   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-REAJUSTE   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-FORA       PIC 9(007) VALUE ZEROS.
       77 WS-QTD-APLICADOS  PIC 9(007) VALUE ZEROS.
       77 WS-QTD-SEM-PROD   PIC 9(007) VALUE ZEROS.
       77 WS-QTD-FUTUROS    PIC 9(007) VALUE ZEROS.

       COPY wrkhistpreco.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.

           IF NOT REAJUSTE-CANCELADO
               EVALUATE TRUE
                   WHEN MODO-APLICA
                       PERFORM 5000-APLICA THRU 5000-APLICA-FIM
                               UNTIL FS18-FIM-ARQUIVO
                   WHEN OTHER
                       PERFORM 2000-PRODUTO THRU 2000-PRODUTO-FIM
                               UNTIL FS-FIM-ARQUIVO
               END-EVALUATE
               PERFORM 4000-RESUMO THRU 4000-RESUMO-FIM
           END-IF.

           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
       1000-INICIO SECTION.
       1000.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-DIA TO WS-DATA-REL-DIA.
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.
           MOVE WS-ANO TO WS-HOJE-ANO.
           MOVE WS-MES TO WS-HOJE-MES.
           MOVE WS-DIA TO WS-HOJE-DIA.

           DISPLAY "VENDAS_OPERADOR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
           IF WS-OPERADOR EQUAL SPACES
               MOVE "REAJUSTE" TO WS-OPERADOR
           END-IF.

           DISPLAY "VENDAS_PARAMETRO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.

           PERFORM UNTIL MODO-SIMULA OR MODO-PROGRAMA OR MODO-APLICA
              DISPLAY "MODO (S=SIMULACAO / P=PROGRAMACAO / "
                      "A=APLICACAO DOS VIGENTES): "
              ACCEPT WS-MODO
           END-PERFORM.

           IF NOT MODO-APLICA
               PERFORM 1050-PEDE-PARAMETROS
                  THRU 1050-PEDE-PARAMETROS-FIM
           END-IF.

           IF REAJUSTE-CANCELADO
               DISPLAY "REAJUSTE NAO REALIZADO"
           ELSE
               PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM
           END-IF.

           IF NOT REAJUSTE-CANCELADO
               EVALUATE TRUE
                   WHEN MODO-SIMULA
                       MOVE "SIMULACAO"   TO WS-CAB2-MODO
                   WHEN MODO-PROGRAMA
                       MOVE "PROGRAMACAO" TO WS-CAB2-MODO
                   WHEN MODO-APLICA
                       MOVE "APLICACAO"   TO WS-CAB2-MODO
                       MOVE SPACES        TO WS-CAB2-PARAMETROS
               END-EVALUATE
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
               IF MODO-APLICA
                   PERFORM 1200-POSICIONA-HISTORICO
                      THRU 1200-POSICIONA-HISTORICO-FIM
               ELSE
                   PERFORM 1100-POSICIONA-PRODUTOS
                      THRU 1100-POSICIONA-PRODUTOS-FIM
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * PEDE PERCENTUAL, SENTIDO, FAIXA DE CODIGOS E VIGENCIA DO
      * REAJUSTE; NA PROGRAMACAO PEDE CONFIRMACAO
       1050-PEDE-PARAMETROS SECTION.
       1050.
           PERFORM UNTIL WS-PERC-CENT > 0
              DISPLAY "PERCENTUAL EM CENTESIMOS (EX.: 550 = 5,50%): "
              ACCEPT WS-PERC-CENT
           END-PERFORM.
           COMPUTE WS-PERC = WS-PERC-CENT / 100.

           PERFORM UNTIL SENTIDO-AUMENTO OR SENTIDO-REDUCAO
              DISPLAY "AUMENTO OU REDUCAO (A/R): "
              ACCEPT WS-SENTIDO
           END-PERFORM.

           IF SENTIDO-REDUCAO AND WS-PERC NOT LESS 100
               DISPLAY "REDUCAO DEVE SER MENOR QUE 100%"
               MOVE "S" TO WS-CANCELA-SW
           END-IF.

           IF SENTIDO-REDUCAO
               COMPUTE WS-PERC-SINAL = WS-PERC * -1
           ELSE
               MOVE WS-PERC TO WS-PERC-SINAL
           END-IF.

           DISPLAY "PRODUTO INICIAL (0 = TODOS): ".
           ACCEPT WS-COD-INI.
           DISPLAY "PRODUTO FINAL   (0 = ATE O ULTIMO): ".
           ACCEPT WS-COD-FIM.
           IF WS-COD-FIM EQUAL ZEROS
               MOVE 99999 TO WS-COD-FIM
           END-IF.
           IF WS-COD-FIM LESS WS-COD-INI
               DISPLAY "FAIXA DE CODIGOS INVALIDA"
               MOVE "S" TO WS-CANCELA-SW
           END-IF.

           PERFORM UNTIL (WS-VIG-MES > 0 AND WS-VIG-MES < 13
                   AND WS-VIG-DIA > 0 AND WS-VIG-DIA < 32
                   AND WS-VIGENCIA GREATER WS-HOJE)
                   OR REAJUSTE-CANCELADO
              DISPLAY "VIGENCIA (AAMMDD / 0 = DESISTE): "
              ACCEPT WS-VIGENCIA
              IF WS-VIGENCIA EQUAL ZEROS
                  MOVE "S" TO WS-CANCELA-SW
              ELSE
                  IF WS-VIGENCIA NOT GREATER WS-HOJE
                      DISPLAY "VIGENCIA DEVE SER FUTURA"
                  END-IF
              END-IF
           END-PERFORM.

           IF MODO-PROGRAMA AND NOT REAJUSTE-CANCELADO
               DISPLAY "CONFIRMA A PROGRAMACAO DO REAJUSTE (S/N)? "
               ACCEPT WS-CONFIRMA
               IF NOT CONFIRMADO
                   MOVE "S" TO WS-CANCELA-SW
               END-IF
           END-IF.

           MOVE WS-VIG-DIA    TO WS-EDIT-DIA.
           MOVE WS-VIG-MES    TO WS-EDIT-MES.
           MOVE WS-VIG-ANO    TO WS-EDIT-ANO.
           MOVE WS-DATA-EDIT  TO WS-CAB2-VIGENCIA.
           MOVE WS-PERC-SINAL TO WS-CAB2-PERC.
           MOVE WS-COD-INI    TO WS-CAB2-COD-INI.
           MOVE WS-COD-FIM    TO WS-CAB2-COD-FIM.

       1050-PEDE-PARAMETROS-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA NO PRIMEIRO PRODUTO DA FAIXA
       1100-POSICIONA-PRODUTOS SECTION.
       1100.
           IF PRODUTOS-AUSENTE
               MOVE 10 TO FS-STAT
           ELSE
               MOVE WS-COD-INI TO FS5-CODIGO
               START FILE5 KEY IS NOT LESS THAN FS5-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT
               END-START
               IF FS-OK
                   PERFORM 9100-LER-PRODUTO THRU 9100-LER-PRODUTO-FIM
               END-IF
           END-IF.

       1100-POSICIONA-PRODUTOS-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA NO INICIO DO HISTORICO DE PRECOS
       1200-POSICIONA-HISTORICO SECTION.
       1200.
           IF HISTORICO-AUSENTE
               MOVE 10 TO FS-STAT18
           ELSE
               MOVE LOW-VALUES TO FS18-KEY
               START FILE18 KEY IS NOT LESS THAN FS18-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT18
               END-START
               IF FS18-OK
                   PERFORM 9200-LER-HISTORICO
                      THRU 9200-LER-HISTORICO-FIM
               END-IF
           END-IF.

       1200-POSICIONA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * SIMULACAO/PROGRAMACAO: CALCULA O PRECO NOVO DO PRODUTO DA
      * FAIXA, LISTA ANTES X DEPOIS E, NA PROGRAMACAO, GRAVA O PRECO
      * PROGRAMADO NO HISTORICO
       2000-PRODUTO SECTION.
       2000.
           ADD 1 TO WS-QTD-LIDOS.

           IF FS5-INATIVO
               ADD 1 TO WS-QTD-INATIVOS
           ELSE
               PERFORM 2100-VERIFICA-PROGRAMADO
                  THRU 2100-VERIFICA-PROGRAMADO-FIM

               MOVE SPACES TO WS-LINHA-DET
               MOVE FS5-CODIGO      TO WS-DET-CODIGO
               MOVE FS5-DESCRICAO   TO WS-DET-DESCRICAO
               MOVE FS5-UNIDADE     TO WS-DET-UNIDADE
               MOVE FS5-PRECO-VENDA TO WS-DET-ATUAL

               IF TEM-CONFLITO
                   ADD 1 TO WS-QTD-FORA
                   MOVE WS-PRECO-PROG TO WS-DET-DEPOIS
                   MOVE WS-PROG-DIA   TO WS-EDIT-DIA
                   MOVE WS-PROG-MES   TO WS-EDIT-MES
                   MOVE WS-PROG-ANO   TO WS-EDIT-ANO
                   MOVE WS-DATA-EDIT  TO WS-DET-VIGENCIA
                   MOVE "FORA - JA PROGRAMADO" TO WS-DET-OBS
               ELSE
                   PERFORM 2150-CALCULA-PRECO
                      THRU 2150-CALCULA-PRECO-FIM
                   ADD 1 TO WS-QTD-REAJUSTE
                   MOVE WS-PRECO-BASE    TO WS-DET-ANTES
                   MOVE WS-PRECO-NOVO    TO WS-DET-DEPOIS
                   MOVE WS-PERC-SINAL    TO WS-DET-PERC
                   MOVE WS-CAB2-VIGENCIA TO WS-DET-VIGENCIA
                   IF TEM-PROGRAMADO
                       MOVE "SOBRE PRECO PROGRAM." TO WS-DET-OBS
                   END-IF
                   IF MODO-PROGRAMA
                       PERFORM 2300-GRAVA-PROGRAMADO
                          THRU 2300-GRAVA-PROGRAMADO-FIM
                   END-IF
               END-IF

               PERFORM 2500-IMPRIME-DETALHE
                  THRU 2500-IMPRIME-DETALHE-FIM
           END-IF.

           PERFORM 9100-LER-PRODUTO THRU 9100-LER-PRODUTO-FIM.

       2000-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA REAJUSTE JA PROGRAMADO DO PRODUTO: GUARDA O ULTIMO
      * (BASE DO NOVO REAJUSTE) E MARCA CONFLITO QUANDO A VIGENCIA
      * PROGRAMADA NAO E ANTERIOR A INFORMADA
       2100-VERIFICA-PROGRAMADO SECTION.
       2100.
           MOVE "N"   TO WS-PROGRAMADO-SW.
           MOVE "N"   TO WS-CONFLITO-SW.
           MOVE ZEROS TO WS-PRECO-PROG WS-PROG-VIGENCIA.

           IF NOT HISTORICO-AUSENTE
               MOVE FS5-CODIGO TO FS18-COD-PRODUTO
               MOVE ZEROS      TO FS18-VIGENCIA
               MOVE ZEROS      TO FS18-SEQUENCIA
               MOVE ZEROS      TO FS-STAT18
               START FILE18 KEY IS NOT LESS THAN FS18-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT18
               END-START

               PERFORM 2110-LE-PROGRAMADO THRU 2110-LE-PROGRAMADO-FIM
                  UNTIL FS18-FIM-ARQUIVO
           END-IF.

       2100-VERIFICA-PROGRAMADO-FIM.
           EXIT.

      * -----------------------------------
       2110-LE-PROGRAMADO SECTION.
       2110.
           READ FILE18 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT18
           END-READ.

           IF FS18-OK
               IF FS18-COD-PRODUTO NOT EQUAL FS5-CODIGO
                   MOVE 10 TO FS-STAT18
               ELSE
                   IF FS18-PROGRAMADO
                       MOVE "S"             TO WS-PROGRAMADO-SW
                       MOVE FS18-PRECO-NOVO TO WS-PRECO-PROG
                       MOVE FS18-VIGENCIA   TO WS-PROG-VIGENCIA
                       IF FS18-VIGENCIA NOT LESS WS-VIGENCIA
                           MOVE "S" TO WS-CONFLITO-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-LE-PROGRAMADO-FIM.
           EXIT.

      * -----------------------------------
      * PRECO NOVO = BASE (CADASTRO OU ULTIMO PROGRAMADO) MAIS OU
      * MENOS O PERCENTUAL, ARREDONDADO NO CENTAVO
       2150-CALCULA-PRECO SECTION.
       2150.
           IF TEM-PROGRAMADO
               MOVE WS-PRECO-PROG   TO WS-PRECO-BASE
           ELSE
               MOVE FS5-PRECO-VENDA TO WS-PRECO-BASE
           END-IF.

           COMPUTE WS-PRECO-NOVO ROUNDED =
                   WS-PRECO-BASE * (100 + WS-PERC-SINAL) / 100.

       2150-CALCULA-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O PRECO NOVO NO HISTORICO, PROGRAMADO PARA A VIGENCIA
       2300-GRAVA-PROGRAMADO SECTION.
       2300.
           MOVE FS5-CODIGO      TO WS-HPR-PRODUTO.
           MOVE WS-VIG-ANO      TO WS-HPR-VIG-ANO.
           MOVE WS-VIG-MES      TO WS-HPR-VIG-MES.
           MOVE WS-VIG-DIA      TO WS-HPR-VIG-DIA.
           MOVE WS-PRECO-BASE   TO WS-HPR-PRECO-ANT.
           MOVE WS-PRECO-NOVO   TO WS-HPR-PRECO-NOVO.
           MOVE "R"             TO WS-HPR-ORIGEM.
           MOVE WS-PERC-SINAL   TO WS-HPR-PERCENTUAL.
           MOVE "P"             TO WS-HPR-SITUACAO.
           MOVE WS-OPERADOR     TO WS-HPR-OPERADOR.
           PERFORM 9670-GRAVA-HIST-PRECO
              THRU 9670-GRAVA-HIST-PRECO-FIM.

           IF NOT HPR-GRAVADO
               SUBTRACT 1 FROM WS-QTD-REAJUSTE
               ADD 1 TO WS-QTD-FORA
               MOVE "ERRO NO HISTORICO" TO WS-DET-OBS
           END-IF.

       2300-GRAVA-PROGRAMADO-FIM.
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

           MOVE WS-DATA-REL    TO WS-CAB2-DATA.
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
       2500-IMPRIME-DETALHE SECTION.
       2500.
           IF WS-LINHA NOT LESS WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE WS-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       2500-IMPRIME-DETALHE-FIM.
           EXIT.

      * -----------------------------------
      * TOTAIS DO PROCESSAMENTO
       4000-RESUMO SECTION.
       4000.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           IF MODO-APLICA
               MOVE "PRECOS PROGRAMADOS APLICADOS..........: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-APLICADOS TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA

               MOVE "PROGRAMADOS SEM PRODUTO NO CADASTRO...: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-SEM-PROD TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA

               MOVE "PROGRAMADOS PARA DATAS FUTURAS........: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-FUTUROS TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE "PRODUTOS LIDOS NA FAIXA...............: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-LIDOS TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA

               MOVE "PRODUTOS INATIVOS (FORA)..............: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-INATIVOS TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA

               IF MODO-PROGRAMA
                   MOVE "PRODUTOS COM REAJUSTE PROGRAMADO......: "
                        TO WS-RESQ-TEXTO
               ELSE
                   MOVE "PRODUTOS REAJUSTADOS NA SIMULACAO.....: "
                        TO WS-RESQ-TEXTO
               END-IF
               MOVE WS-QTD-REAJUSTE TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA

               MOVE "PRODUTOS DE FORA (VER OBSERVACAO).....: "
                    TO WS-RESQ-TEXTO
               MOVE WS-QTD-FORA TO WS-RESQ-QTD
               MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           IF WS-QTD-FORA GREATER ZEROS
                   OR WS-QTD-SEM-PROD GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-RESUMO-FIM.
           EXIT.

      * -----------------------------------
      * APLICACAO: PRECO PROGRAMADO COM VIGENCIA ATE HOJE PASSA AO
      * CADASTRO DO PRODUTO E FICA VIGENTE NO HISTORICO
       5000-APLICA SECTION.
       5000.
           IF FS18-PROGRAMADO
               IF FS18-VIGENCIA GREATER WS-HOJE
                   ADD 1 TO WS-QTD-FUTUROS
               ELSE
                   PERFORM 5100-APLICA-PRECO THRU 5100-APLICA-PRECO-FIM
               END-IF
           END-IF.

           PERFORM 9200-LER-HISTORICO THRU 9200-LER-HISTORICO-FIM.

       5000-APLICA-FIM.
           EXIT.

      * -----------------------------------
       5100-APLICA-PRECO SECTION.
       5100.
           MOVE SPACES TO WS-LINHA-DET.
           MOVE FS18-COD-PRODUTO    TO WS-DET-CODIGO.
           MOVE FS18-PRECO-ANTERIOR TO WS-DET-ANTES.
           MOVE FS18-PRECO-NOVO     TO WS-DET-DEPOIS.
           MOVE FS18-PERCENTUAL     TO WS-DET-PERC.
           MOVE FS18-VIG-DIA        TO WS-EDIT-DIA.
           MOVE FS18-VIG-MES        TO WS-EDIT-MES.
           MOVE FS18-VIG-ANO        TO WS-EDIT-ANO.
           MOVE WS-DATA-EDIT        TO WS-DET-VIGENCIA.

           MOVE FS18-COD-PRODUTO TO FS5-CODIGO.
           MOVE ZEROS TO FS-STAT.
           IF PRODUTOS-AUSENTE
               MOVE 23 TO FS-STAT
           ELSE
               READ FILE5
                   INVALID KEY
                       MOVE 23 TO FS-STAT
               END-READ
           END-IF.

           IF NOT FS-OK
               ADD 1 TO WS-QTD-SEM-PROD
               MOVE "PRODUTO INEXISTENTE" TO WS-DET-OBS
           ELSE
               MOVE FS5-DESCRICAO   TO WS-DET-DESCRICAO
               MOVE FS5-UNIDADE     TO WS-DET-UNIDADE
               MOVE FS5-PRECO-VENDA TO WS-DET-ATUAL
               IF FS5-PRECO-VENDA NOT EQUAL FS18-PRECO-ANTERIOR
                   MOVE "ALTERADO APOS PROGR." TO WS-DET-OBS
               END-IF
               MOVE FS18-PRECO-NOVO TO FS5-PRECO-VENDA
               MOVE WS-OPERADOR     TO FS5-AUD-OPERADOR
               MOVE WS-ANO          TO FS5-AUD-ANO
               MOVE WS-MES          TO FS5-AUD-MES
               MOVE WS-DIA          TO FS5-AUD-DIA
               MOVE WS-HOR          TO FS5-AUD-HOR
               MOVE WS-MIN          TO FS5-AUD-MIN
               MOVE "A"             TO FS5-AUD-OPERACAO
               REWRITE FILE5-REC
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-PROD
                       MOVE "ERRO AO REGRAVAR" TO WS-DET-OBS
                   NOT INVALID KEY
                       MOVE "V" TO FS18-SITUACAO
                       REWRITE FILE18-REC
                       END-REWRITE
                       ADD 1 TO WS-QTD-APLICADOS
               END-REWRITE
           END-IF.

           PERFORM 2500-IMPRIME-DETALHE THRU 2500-IMPRIME-DETALHE-FIM.

       5100-APLICA-PRECO-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT REAJUSTE-CANCELADO
               IF NOT PRODUTOS-AUSENTE
                   CLOSE FILE5
               END-IF
               IF NOT HISTORICO-AUSENTE
                   CLOSE FILE18
               END-IF
               CLOSE RELFILE
               DISPLAY "LISTAGEM GERADA EM PREAJUSTE.LST"
               IF MODO-APLICA
                   DISPLAY WS-QTD-APLICADOS
                           " PRECO(S) PROGRAMADO(S) APLICADO(S)"
               ELSE
                   DISPLAY WS-QTD-REAJUSTE " PRODUTO(S) REAJUSTADO(S)"
                   DISPLAY WS-QTD-FORA " PRODUTO(S) DE FORA"
               END-IF
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS: NA SIMULACAO SO LEITURA; NA PROGRAMACAO O
      * HISTORICO E CRIADO SE AINDA NAO EXISTIR
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           IF MODO-APLICA
               OPEN I-O FILE5
           ELSE
               OPEN INPUT FILE5
           END-IF.
           IF NOT FS-OK
               DISPLAY "ARQUIVO PRODUTOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PRODUTOS-SW
           END-IF.

           IF MODO-SIMULA
               OPEN INPUT FILE18
           ELSE
               OPEN I-O FILE18
               IF FS18-NAO-EXISTE AND MODO-PROGRAMA
                   OPEN OUTPUT FILE18
                   CLOSE FILE18
                   OPEN I-O FILE18
               END-IF
           END-IF.
           IF NOT FS18-OK
               DISPLAY "ARQUIVO HISTPRECO.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-HISTORICO-SW
               IF MODO-PROGRAMA
                   MOVE "N" TO WS-PRODUTOS-SW
                   IF FS-OK
                       CLOSE FILE5
                   END-IF
               END-IF
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO PRODUTO; PASSOU DO FIM DA FAIXA ENCERRA
       9100-LER-PRODUTO SECTION.
       9100.
           READ FILE5 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK AND FS5-CODIGO GREATER WS-COD-FIM
               MOVE 10 TO FS-STAT
           END-IF.

       9100-LER-PRODUTO-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DO HISTORICO DE PRECOS
       9200-LER-HISTORICO SECTION.
       9200.
           READ FILE18 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT18
           END-READ.

       9200-LER-HISTORICO-FIM.
           EXIT.

       COPY grvhistpreco.
