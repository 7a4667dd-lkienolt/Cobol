       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCADEIA.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     CADEIA NOTURNA DE PROCESSAMENTO
      *
      * OBJETIVO:     RODAR SEM OPERADOR AS ETAPAS DA NOITE NA ORDEM
      *               DO ARQUIVO DE CONTROLE CADEIA.CTL, UMA LINHA POR
      *               ETAPA (LINHA COM "*" NA COLUNA 1 E COMENTARIO):
      *                 COL 01-20  PROGRAMA (SEM O .EXE)
      *                 COL 22-23  MAIOR RETURN-CODE ACEITO
      *                 COL 25-34  PARAMETRO DA ETAPA (RESPOSTA DA
      *                            PERGUNTA INICIAL DO PROGRAMA,
      *                            PASSADA EM VENDAS_PARAMETRO)
      *                 COL 36-75  DESCRICAO
      *               ORDEM USUAL: PBACKUP (B), PIMPNOTURNO,
      *               PIMPPEDIDOS, PVERIFICA, PDISTRIBUICAO (LIMITE DE
      *               CLIENTES), PEXPFATUR (E) E PREAJUSTE (A).
      *               DEPOIS DE CADA ETAPA CONFERE O RETURN-CODE: SE
      *               PASSAR DO MAXIMO ACEITO A CADEIA PARA ALI, PARA
      *               AS ETAPAS SEGUINTES NAO RODAREM SOBRE DADOS
      *               RUINS. CADA ETAPA E REGISTRADA EM CADEIA.LOG
      *               (INICIO, FIM, RETURN-CODE E RESULTADO).
      *               CHECKPOINT EM CADEIA.RST COM AS ETAPAS JA
      *               CONCLUIDAS: SE A EXECUCAO ANTERIOR PAROU (ERRO
      *               OU INTERRUPCAO) NA MESMA NOITE, A PROXIMA
      *               RECOMECA DA ETAPA QUE FALHOU SEM REPETIR AS
      *               ANTERIORES. TERMINA COM O RETURN-CODE DA ETAPA
      *               QUE FALHOU (16 SEM ARQUIVO DE CONTROLE OU COM
      *               PROGRAMA NAO ENCONTRADO).
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CADEIA NOTURNA COM CONTROLE DE
      *                           RETURN-CODE, LOG E REINICIO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO DISK "cadeia.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT.

           SELECT RSTFILE ASSIGN TO DISK "cadeia.rst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

           SELECT LOGFILE ASSIGN TO DISK "cadeia.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       DATA DIVISION.
       FILE SECTION.

      * ETAPAS DA CADEIA, NA ORDEM DE EXECUCAO
       FD CTLFILE.
       01 CTLFILE-REC.
           03 CTL-PROGRAMA       PIC X(020).
           03 FILLER             PIC X(001).
           03 CTL-RC-MAXIMO      PIC 9(002).
           03 FILLER             PIC X(001).
           03 CTL-PARAMETRO      PIC X(010).
           03 FILLER             PIC X(001).
           03 CTL-DESCRICAO      PIC X(040).

      * CHECKPOINT/REINICIO: STATUS DA EXECUCAO ("P" EM
      * PROCESSAMENTO OU PARADA POR ERRO / "C" COMPLETA), DATA EM QUE
      * A CADEIA COMECOU (AAMMDD) E QUANTAS ETAPAS JA TERMINARAM BEM
       FD RSTFILE.
       01 RSTFILE-REC.
           03 RST-STATUS         PIC X(001).
           03 FILLER             PIC X(001).
           03 RST-DATA.
               05 RST-ANO        PIC 9(002).
               05 RST-MES        PIC 9(002).
               05 RST-DIA        PIC 9(002).
           03 FILLER             PIC X(001).
           03 RST-CONCLUIDAS     PIC 9(003).

       FD LOGFILE.
       01 LOG-LINHA              PIC X(132).

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

      * ETAPAS LIDAS DE CADEIA.CTL
       01  TAB-ETAPAS.
           03  TAB-ETP-ITEM OCCURS 50 TIMES.
               05  TAB-ETP-PROGRAMA  PIC X(020).
               05  TAB-ETP-RC-MAXIMO PIC 9(002).
               05  TAB-ETP-PARAMETRO PIC X(010).
               05  TAB-ETP-DESCRICAO PIC X(040).

       01  WS-DATA-EDIT.
           03 WS-EDIT-DIA        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-EDIT-ANO        PIC 9(02).

       01  WS-HORA-EDIT.
           03 WS-EDIT-HOR        PIC 9(02).
           03 FILLER             PIC X(01) VALUE ":".
           03 WS-EDIT-MIN        PIC 9(02).
           03 FILLER             PIC X(01) VALUE ":".
           03 WS-EDIT-SEG        PIC 9(02).

      * LINHA DE UMA ETAPA NO LOG
       01  WS-LINHA-ETAPA.
           03 WS-ETP-DATA        PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-ETP-INICIO      PIC X(08).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-ETP-FIM         PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ETP-NUMERO      PIC Z9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-ETP-PROGRAMA    PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-ETP-PARAMETRO   PIC X(10).
           03 FILLER             PIC X(05) VALUE " RC: ".
           03 WS-ETP-RC          PIC ZZZ9.
           03 FILLER             PIC X(06) VALUE " MAX: ".
           03 WS-ETP-RC-MAXIMO   PIC Z9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-ETP-RESULTADO   PIC X(30).

       01  WS-LINHA-MSG.
           03 FILLER             PIC X(05) VALUE "==== ".
           03 WS-MSG-TEXTO       PIC X(100).

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
       77 FS-STAT3        PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
           88 FS3-NAO-EXISTE VALUE 35.

       77 WS-CONTROLE-SW      PIC X      VALUE "S".
           88 CONTROLE-AUSENTE   VALUE "N".
       77 WS-RETOMADA-SW      PIC X      VALUE "N".
           88 RETOMADA-ATIVA     VALUE "S".
       77 WS-CADEIA-SW        PIC X      VALUE "S".
           88 CADEIA-PARADA      VALUE "N".
       77 WS-CHAMADA-SW       PIC X      VALUE "S".
           88 PROGRAMA-AUSENTE   VALUE "N".

       77 WS-QTD-ETAPAS       PIC 9(003) VALUE ZEROS.
       77 WS-QTD-IGNORADAS    PIC 9(003) VALUE ZEROS.
       77 WS-IX               PIC 9(003) VALUE ZEROS.
       77 WS-SKIP-ETAPAS      PIC 9(003) VALUE ZEROS.
       77 WS-RC-ETAPA         PIC S9(004) VALUE ZEROS.
       77 WS-RC-FINAL         PIC S9(004) VALUE ZEROS.
       77 WS-PROGRAMA         PIC X(030) VALUE SPACES.
       77 WS-ETAPA-FALHA      PIC 9(003) VALUE ZEROS.
       77 ED-ETAPA            PIC ZZ9.

      * DATAS EM DIAS (MES COMERCIAL DE 30 DIAS) PARA SABER SE O
      * CHECKPOINT E DA MESMA NOITE (HOJE OU ONTEM)
       77 WS-DIAS-HOJE        PIC 9(007) VALUE ZEROS.
       77 WS-DIAS-RST         PIC 9(007) VALUE ZEROS.

       77 WS-CKP-STATUS       PIC X(001) VALUE "P".
       01 WS-CKP-DATA.
           03 WS-CKP-ANO      PIC 9(02) VALUE ZEROS.
           03 WS-CKP-MES      PIC 9(02) VALUE ZEROS.
           03 WS-CKP-DIA      PIC 9(02) VALUE ZEROS.
       77 WS-CKP-CONCLUIDAS   PIC 9(003) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT CONTROLE-AUSENTE
               PERFORM 2000-EXECUTA-ETAPA THRU 2000-EXECUTA-ETAPA-FIM
                  VARYING WS-IX FROM 1 BY 1
                  UNTIL WS-IX GREATER WS-QTD-ETAPAS
                     OR CADEIA-PARADA
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

           OPEN EXTEND LOGFILE.
           IF FS3-NAO-EXISTE
               OPEN OUTPUT LOGFILE
           END-IF.

           PERFORM 9200-EDITA-DATA-HORA THRU 9200-EDITA-DATA-HORA-FIM.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "CADEIA NOTURNA INICIADA EM " WS-DATA-EDIT " "
                  WS-HORA-EDIT
                  DELIMITED BY SIZE INTO WS-MSG-TEXTO.
           PERFORM 9300-GRAVA-MENSAGEM THRU 9300-GRAVA-MENSAGEM-FIM.

           PERFORM 1100-CARREGA-ETAPAS THRU 1100-CARREGA-ETAPAS-FIM.

           IF CONTROLE-AUSENTE
               MOVE "ARQUIVO DE CONTROLE CADEIA.CTL NAO ENCONTRADO OU"
                    TO WS-MSG-TEXTO
               PERFORM 9300-GRAVA-MENSAGEM
                  THRU 9300-GRAVA-MENSAGEM-FIM
               MOVE "SEM ETAPAS - NADA FOI EXECUTADO" TO WS-MSG-TEXTO
               PERFORM 9300-GRAVA-MENSAGEM
                  THRU 9300-GRAVA-MENSAGEM-FIM
               MOVE 16 TO WS-RC-FINAL
           ELSE
               PERFORM 9500-LE-CHECKPOINT THRU 9500-LE-CHECKPOINT-FIM
           END-IF.

           IF RETOMADA-ATIVA
               MOVE WS-CKP-DIA TO WS-EDIT-DIA
               MOVE WS-CKP-MES TO WS-EDIT-MES
               MOVE WS-CKP-ANO TO WS-EDIT-ANO
               MOVE WS-SKIP-ETAPAS TO ED-ETAPA
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "REINICIO DA CADEIA DE " WS-DATA-EDIT
                      " - ETAPAS JA CONCLUIDAS: " ED-ETAPA
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 9300-GRAVA-MENSAGEM
                  THRU 9300-GRAVA-MENSAGEM-FIM
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * LE O ARQUIVO DE CONTROLE PARA A TABELA DE ETAPAS
       1100-CARREGA-ETAPAS SECTION.
       1100.
           MOVE ZEROS TO WS-QTD-ETAPAS WS-QTD-IGNORADAS.
           OPEN INPUT CTLFILE.
           IF NOT FS-OK
               MOVE "N" TO WS-CONTROLE-SW
           ELSE
               PERFORM 1150-LE-ETAPA THRU 1150-LE-ETAPA-FIM
                  UNTIL FS-FIM-ARQUIVO
               CLOSE CTLFILE
               IF WS-QTD-ETAPAS EQUAL ZEROS
                   MOVE "N" TO WS-CONTROLE-SW
               END-IF
           END-IF.

       1100-CARREGA-ETAPAS-FIM.
           EXIT.

       1150-LE-ETAPA SECTION.
       1150.
           READ CTLFILE
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF CTLFILE-REC (1:1) EQUAL "*"
                       OR CTL-PROGRAMA EQUAL SPACES
                   CONTINUE
               ELSE
                   IF WS-QTD-ETAPAS LESS 50
                       ADD 1 TO WS-QTD-ETAPAS
                       MOVE CTL-PROGRAMA  TO
                            TAB-ETP-PROGRAMA (WS-QTD-ETAPAS)
                       IF CTL-RC-MAXIMO NUMERIC
                           MOVE CTL-RC-MAXIMO TO
                                TAB-ETP-RC-MAXIMO (WS-QTD-ETAPAS)
                       ELSE
                           MOVE ZEROS TO
                                TAB-ETP-RC-MAXIMO (WS-QTD-ETAPAS)
                       END-IF
                       MOVE CTL-PARAMETRO TO
                            TAB-ETP-PARAMETRO (WS-QTD-ETAPAS)
                       MOVE CTL-DESCRICAO TO
                            TAB-ETP-DESCRICAO (WS-QTD-ETAPAS)
                   ELSE
                       ADD 1 TO WS-QTD-IGNORADAS
                   END-IF
               END-IF
           END-IF.

       1150-LE-ETAPA-FIM.
           EXIT.

      * -----------------------------------
      * EXECUTA UMA ETAPA (OU A PULA, SE JA FOI CONCLUIDA NA MESMA
      * NOITE) E CONFERE O RETURN-CODE CONTRA O MAXIMO ACEITO
       2000-EXECUTA-ETAPA SECTION.
       2000.
           MOVE SPACES                    TO WS-LINHA-ETAPA.
           MOVE WS-IX                     TO WS-ETP-NUMERO.
           MOVE TAB-ETP-PROGRAMA (WS-IX)  TO WS-ETP-PROGRAMA.
           MOVE TAB-ETP-PARAMETRO (WS-IX) TO WS-ETP-PARAMETRO.
           MOVE TAB-ETP-RC-MAXIMO (WS-IX) TO WS-ETP-RC-MAXIMO.

           IF WS-IX NOT GREATER WS-SKIP-ETAPAS
               ACCEPT WS-DATA FROM DATE
               ACCEPT WS-HORA FROM TIME
               PERFORM 9200-EDITA-DATA-HORA
                  THRU 9200-EDITA-DATA-HORA-FIM
               MOVE WS-DATA-EDIT TO WS-ETP-DATA
               MOVE ZEROS        TO WS-ETP-RC
               MOVE "PULADA - JA CONCLUIDA" TO WS-ETP-RESULTADO
               MOVE WS-LINHA-ETAPA TO LOG-LINHA
               WRITE LOG-LINHA
           ELSE
               PERFORM 2100-CHAMA-PROGRAMA
                  THRU 2100-CHAMA-PROGRAMA-FIM
           END-IF.

       2000-EXECUTA-ETAPA-FIM.
           EXIT.

      * -----------------------------------
      * CHAMA O PROGRAMA DA ETAPA COM O PARAMETRO NO AMBIENTE
       2100-CHAMA-PROGRAMA SECTION.
       2100.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           PERFORM 9200-EDITA-DATA-HORA THRU 9200-EDITA-DATA-HORA-FIM.
           MOVE WS-DATA-EDIT TO WS-ETP-DATA.
           MOVE WS-HORA-EDIT TO WS-ETP-INICIO.
           DISPLAY "ETAPA " WS-ETP-NUMERO ": "
                   TAB-ETP-PROGRAMA (WS-IX).

           MOVE SPACES TO WS-PROGRAMA.
           STRING TAB-ETP-PROGRAMA (WS-IX) DELIMITED BY SPACE
                  ".exe"                   DELIMITED BY SIZE
                  INTO WS-PROGRAMA.

           SET ENVIRONMENT "VENDAS_PARAMETRO"
               TO TAB-ETP-PARAMETRO (WS-IX).
           MOVE "S"   TO WS-CHAMADA-SW.
           MOVE ZEROS TO RETURN-CODE.

           CALL WS-PROGRAMA
               ON EXCEPTION
                   MOVE "N" TO WS-CHAMADA-SW
           END-CALL.

           MOVE RETURN-CODE TO WS-RC-ETAPA.
           MOVE ZEROS       TO RETURN-CODE.
           IF NOT PROGRAMA-AUSENTE
               CANCEL WS-PROGRAMA
           END-IF.
           SET ENVIRONMENT "VENDAS_PARAMETRO" TO SPACES.

           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           PERFORM 9200-EDITA-DATA-HORA THRU 9200-EDITA-DATA-HORA-FIM.
           MOVE WS-HORA-EDIT TO WS-ETP-FIM.

           EVALUATE TRUE
               WHEN PROGRAMA-AUSENTE
                   MOVE 16 TO WS-RC-ETAPA
                   MOVE "FALHOU - PROGRAMA NAO ENCONTRADO"
                        TO WS-ETP-RESULTADO
               WHEN WS-RC-ETAPA GREATER TAB-ETP-RC-MAXIMO (WS-IX)
                       OR WS-RC-ETAPA LESS ZEROS
                   MOVE "FALHOU - CADEIA INTERROMPIDA"
                        TO WS-ETP-RESULTADO
               WHEN WS-RC-ETAPA GREATER ZEROS
                   MOVE "OK - COM AVISOS" TO WS-ETP-RESULTADO
               WHEN OTHER
                   MOVE "OK" TO WS-ETP-RESULTADO
           END-EVALUATE.

           IF WS-RC-ETAPA LESS ZEROS
               COMPUTE WS-ETP-RC = WS-RC-ETAPA * -1
           ELSE
               MOVE WS-RC-ETAPA TO WS-ETP-RC
           END-IF.
           MOVE WS-LINHA-ETAPA TO LOG-LINHA.
           WRITE LOG-LINHA.

           IF PROGRAMA-AUSENTE
                   OR WS-RC-ETAPA GREATER TAB-ETP-RC-MAXIMO (WS-IX)
                   OR WS-RC-ETAPA LESS ZEROS
               MOVE "N"         TO WS-CADEIA-SW
               MOVE WS-IX       TO WS-ETAPA-FALHA
               MOVE WS-RC-ETAPA TO WS-RC-FINAL
               IF WS-RC-FINAL NOT GREATER ZEROS
                   MOVE 16 TO WS-RC-FINAL
               END-IF
           ELSE
               MOVE WS-IX TO WS-CKP-CONCLUIDAS
               PERFORM 9980-GRAVA-CHECKPOINT
                  THRU 9980-GRAVA-CHECKPOINT-FIM
           END-IF.

       2100-CHAMA-PROGRAMA-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           PERFORM 9200-EDITA-DATA-HORA THRU 9200-EDITA-DATA-HORA-FIM.

           MOVE SPACES TO WS-MSG-TEXTO.
           EVALUATE TRUE
               WHEN CONTROLE-AUSENTE
                   STRING "CADEIA NAO EXECUTADA - " WS-DATA-EDIT " "
                          WS-HORA-EDIT
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
               WHEN CADEIA-PARADA
                   MOVE WS-ETAPA-FALHA TO ED-ETAPA
                   STRING "CADEIA INTERROMPIDA NA ETAPA " ED-ETAPA
                          " EM " WS-DATA-EDIT " " WS-HORA-EDIT
                          " - CORRIGIR E RODAR DE NOVO PARA RETOMAR"
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
               WHEN OTHER
                   MOVE "C" TO WS-CKP-STATUS
                   PERFORM 9980-GRAVA-CHECKPOINT
                      THRU 9980-GRAVA-CHECKPOINT-FIM
                   STRING "CADEIA CONCLUIDA EM " WS-DATA-EDIT " "
                          WS-HORA-EDIT
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
           END-EVALUATE.
           PERFORM 9300-GRAVA-MENSAGEM THRU 9300-GRAVA-MENSAGEM-FIM.

           IF WS-QTD-IGNORADAS GREATER ZEROS
               MOVE WS-QTD-IGNORADAS TO ED-ETAPA
               MOVE SPACES TO WS-MSG-TEXTO
               STRING "ATENCAO: " ED-ETAPA
                      " ETAPA(S) ALEM DO LIMITE DE 50 NAO EXECUTADA(S)"
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               PERFORM 9300-GRAVA-MENSAGEM
                  THRU 9300-GRAVA-MENSAGEM-FIM
           END-IF.

           CLOSE LOGFILE.
           DISPLAY WS-MSG-TEXTO.
           DISPLAY "LOG DA EXECUCAO EM CADEIA.LOG".
           MOVE WS-RC-FINAL TO RETURN-CODE.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * EDITA A DATA E A HORA CORRENTES PARA O LOG
       9200-EDITA-DATA-HORA SECTION.
       9200.
           MOVE WS-DIA TO WS-EDIT-DIA.
           MOVE WS-MES TO WS-EDIT-MES.
           MOVE WS-ANO TO WS-EDIT-ANO.
           MOVE WS-HOR TO WS-EDIT-HOR.
           MOVE WS-MIN TO WS-EDIT-MIN.
           MOVE WS-SEG TO WS-EDIT-SEG.

       9200-EDITA-DATA-HORA-FIM.
           EXIT.

      * GRAVA UMA LINHA DE MENSAGEM NO LOG
       9300-GRAVA-MENSAGEM SECTION.
       9300.
           MOVE WS-LINHA-MSG TO LOG-LINHA.
           WRITE LOG-LINHA.

       9300-GRAVA-MENSAGEM-FIM.
           EXIT.

      * -----------------------------------
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR: SE ELA NAO TERMINOU
      * ("P") E COMECOU HOJE OU ONTEM, RETOMA DA ETAPA SEGUINTE A
      * ULTIMA CONCLUIDA; SENAO COMECA A CADEIA DO INICIO
       9500-LE-CHECKPOINT SECTION.
       9500.
           MOVE ZEROS TO WS-SKIP-ETAPAS.
           MOVE WS-DATA TO WS-CKP-DATA.
           COMPUTE WS-DIAS-HOJE =
                   (WS-ANO * 360) + (WS-MES * 30) + WS-DIA.

           OPEN INPUT RSTFILE.
           IF FS2-NAO-EXISTE
               CONTINUE
           ELSE
               READ RSTFILE
                   AT END
                       MOVE 10 TO FS-STAT2
               END-READ
               IF FS2-OK AND RST-STATUS = "P"
                       AND RST-DATA NUMERIC
                       AND RST-CONCLUIDAS NUMERIC
                   COMPUTE WS-DIAS-RST =
                           (RST-ANO * 360) + (RST-MES * 30) + RST-DIA
                   IF WS-DIAS-RST NOT GREATER WS-DIAS-HOJE
                           AND WS-DIAS-HOJE - WS-DIAS-RST NOT GREATER 1
                           AND RST-CONCLUIDAS GREATER ZEROS
                           AND RST-CONCLUIDAS LESS WS-QTD-ETAPAS
                       MOVE "S"            TO WS-RETOMADA-SW
                       MOVE RST-CONCLUIDAS TO WS-SKIP-ETAPAS
                       MOVE RST-DATA       TO WS-CKP-DATA
                   END-IF
               END-IF
               CLOSE RSTFILE
           END-IF.

           MOVE "P"            TO WS-CKP-STATUS.
           MOVE WS-SKIP-ETAPAS TO WS-CKP-CONCLUIDAS.
           PERFORM 9980-GRAVA-CHECKPOINT
              THRU 9980-GRAVA-CHECKPOINT-FIM.

       9500-LE-CHECKPOINT-FIM.
           EXIT.

      * REGRAVA O ARQUIVO DE CHECKPOINT COM A POSICAO CORRENTE
       9980-GRAVA-CHECKPOINT SECTION.
       9980.
           OPEN OUTPUT RSTFILE.
           MOVE SPACES            TO RSTFILE-REC.
           MOVE WS-CKP-STATUS     TO RST-STATUS.
           MOVE WS-CKP-DATA       TO RST-DATA.
           MOVE WS-CKP-CONCLUIDAS TO RST-CONCLUIDAS.
           WRITE RSTFILE-REC.
           CLOSE RSTFILE.

       9980-GRAVA-CHECKPOINT-FIM.
           EXIT.
