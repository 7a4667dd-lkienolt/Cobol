       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETBANCO.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     BAIXA AUTOMATICA DE TITULOS PELO RETORNO DO BANCO
      *
      * OBJETIVO:     BATCH SEM OPERADOR QUE LE O ARQUIVO DE RETORNO DE
      *               COBRANCA DO BANCO (COBRANCA.RET, LAYOUT FIXO DE
      *               100 POSICOES: HEADER "0", DETALHE "1" E TRAILER
      *               "9") E BAIXA EM TITULOS.DAT CADA TITULO
      *               LIQUIDADO, PELO NOSSO NUMERO (PEDIDO + PARCELA),
      *               COM DATA E VALOR PAGO E OPERADOR "BANCO", COMO
      *               A BAIXA MANUAL DE PTITULOS.
      *               SO A OCORRENCIA 06 (LIQUIDACAO) BAIXA. VAO PARA
      *               COBRANCA.REJ (LINHA ORIGINAL + MOTIVO + ARQUIVO)
      *               E PARA O RELATORIO: OCORRENCIA NAO TRATADA,
      *               TITULO NAO ENCONTRADO, JA PAGO, CANCELADO POR
      *               DEVOLUCAO, DATA INVALIDA E VALOR PAGO DIFERENTE
      *               DO VALOR DO TITULO (DIFERENCA E TRATADA PELO
      *               FINANCEIRO NA BAIXA MANUAL).
      *               O RELATORIO DE CONTROLE PRETBANCO.LST CONCILIA O
      *               TOTAL DO BANCO (DETALHES E TRAILER) COM O TOTAL
      *               BAIXADO E O REJEITADO. TERMINA COM RETURN-CODE 4
      *               QUANDO HOUVER REJEICAO OU O TRAILER NAO CONFERIR,
      *               PARA O SCHEDULER ACUSAR.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  BAIXA PELO RETORNO DE COBRANCA
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE7 ASSIGN TO DISK "titulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS7-KEY
               ALTERNATE RECORD KEY FS7-COD-CLIENTE WITH DUPLICATES.

           SELECT RETFILE ASSIGN TO DISK "cobranca.ret"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

           SELECT REJFILE ASSIGN TO DISK "cobranca.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

           SELECT RELFILE ASSIGN TO DISK "PRETBANCO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT3.

       DATA DIVISION.
       FILE SECTION.

       COPY arqtitulos.

      * RETORNO DE COBRANCA DO BANCO: LAYOUT FIXO, DATAS DDMMAA.
      * O NOSSO NUMERO E O PEDIDO + PARCELA ENVIADOS NA REMESSA
       FD RETFILE.
       01 RET-REC.
           03 RET-TIPO            PIC X(001).
               88 RET-HEADER         VALUE "0".
               88 RET-DETALHE        VALUE "1".
               88 RET-TRAILER        VALUE "9".
           03 FILLER              PIC X(099).
       01 RET-REC-HEADER.
           03 FILLER              PIC X(001).
           03 RET-BANCO           PIC 9(003).
           03 RET-DATA-ARQ.
               05 RET-ARQ-DIA     PIC 9(002).
               05 RET-ARQ-MES     PIC 9(002).
               05 RET-ARQ-ANO     PIC 9(002).
           03 FILLER              PIC X(090).
       01 RET-REC-DETALHE.
           03 FILLER              PIC X(001).
           03 RET-NOSSO-NUMERO.
               05 RET-PEDIDO      PIC 9(007).
               05 RET-PARCELA     PIC 9(002).
           03 RET-OCORRENCIA      PIC 9(002).
               88 RET-LIQUIDACAO     VALUE 06.
           03 RET-DATA-PAG.
               05 RET-PAG-DIA     PIC 9(002).
               05 RET-PAG-MES     PIC 9(002).
               05 RET-PAG-ANO     PIC 9(002).
           03 RET-VALOR-PAGO      PIC 9(011)V9(002).
           03 FILLER              PIC X(069).
       01 RET-REC-TRAILER.
           03 FILLER              PIC X(001).
           03 RET-QTD-TITULOS     PIC 9(007).
           03 RET-VALOR-TOTAL     PIC 9(013)V9(002).
           03 FILLER              PIC X(077).

      * LINHA REJEITADA: CONTEUDO ORIGINAL MAIS MOTIVO E ARQUIVO DE
      * ORIGEM, PARA O FINANCEIRO TRATAR NA BAIXA MANUAL
       FD REJFILE.
       01 REJFILE-REC.
           03 REJ-DADOS          PIC X(100).
           03 REJ-MOTIVO         PIC X(010).
           03 REJ-ARQUIVO        PIC X(060).

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
       01 WS-OPERADOR         PIC X(008) VALUE "BANCO".

       01 WS-DATA-REL.
           03 WS-DATA-REL-DIA  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-MES  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-ANO  PIC 9(02).

       01  WS-ARQUIVO-RET     PIC X(060) VALUE "cobranca.ret".
       01  WS-REJ-MOTIVO      PIC X(010) VALUE SPACES.

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(45) VALUE
              "BAIXA PELO RETORNO DO BANCO - HBSIS".
           03 FILLER             PIC X(10) VALUE SPACES.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB1-DATA       PIC X(08).

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "BANCO: ".
           03 WS-CAB2-BANCO      PIC 9(03).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(18) VALUE "DATA DO ARQUIVO: ".
           03 WS-CAB2-DIA        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-CAB2-MES        PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-CAB2-ANO        PIC 9(02).

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(13) VALUE "TITULO".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(08) VALUE "PAGO EM".
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE "   VALOR PAGO".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(14) VALUE " VALOR TITULO".
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(30) VALUE "RESULTADO".

       01  WS-LINHA-DET.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-PEDIDO      PIC 9(07).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-PARCELA     PIC 9(02).
           03 FILLER             PIC X(06) VALUE SPACES.
           03 WS-DET-PAG-DIA     PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-PAG-MES     PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-PAG-ANO     PIC 9(02).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-DET-VALOR-PAGO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-VALOR-TIT   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-DET-TEXTO       PIC X(40).

       01  WS-LINHA-MSG.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-MSG-TEXTO       PIC X(100).

       01  WS-LINHA-RESUMO.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-RES-TEXTO       PIC X(40).
           03 WS-RES-TOTAL       PIC ZZZ.ZZ9.

       01  WS-LINHA-VALOR.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 WS-VAL-TEXTO       PIC X(40).
           03 WS-VAL-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       77 FS-STAT         PIC 9(02).
           88 FS-OK          VALUE ZEROS.
           88 FS-NAO-EXISTE  VALUE 35.
           88 FS-FIM-ARQUIVO VALUE 10.
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
           88 FS2-NAO-EXISTE VALUE 35.
           88 FS2-FIM-ARQUIVO VALUE 10.
       77 FS-STAT3        PIC 9(02).

       77 WS-TITULOS-SW   PIC X      VALUE "S".
           88 TITULOS-AUSENTE  VALUE "N".
       77 WS-RETORNO-SW   PIC X      VALUE "S".
           88 RETORNO-AUSENTE  VALUE "N".
       77 WS-TRAILER-SW   PIC X      VALUE "N".
           88 TRAILER-LIDO     VALUE "S".

       77 WS-QTD-LINHAS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DETALHES    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BAIXADOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS  PIC 9(07) VALUE ZEROS.
       77 WS-VAL-ARQUIVO     PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-VAL-BAIXADO     PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-VAL-REJEITADO   PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-TRL-QTD         PIC 9(07) VALUE ZEROS.
       77 WS-TRL-VALOR       PIC 9(013)V9(002) VALUE ZEROS.

       77 WS-MSGERRO      PIC X(100).

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-PROCESSA-FIM
                   UNTIL FS2-FIM-ARQUIVO.
           PERFORM 3000-RODAPE  THRU 3000-RODAPE-FIM.
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

           PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM.

           MOVE WS-DATA-REL    TO WS-CAB1-DATA.
           MOVE WS-LINHA-CAB1  TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES         TO REL-LINHA.
           WRITE REL-LINHA.

           IF RETORNO-AUSENTE OR TITULOS-AUSENTE
               MOVE 10 TO FS-STAT2
           ELSE
               PERFORM 9100-LE-RETORNO THRU 9100-LE-RETORNO-FIM
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * TRATA UMA LINHA DO RETORNO PELO TIPO DE REGISTRO
       2000-PROCESSA SECTION.
       2000.
           EVALUATE TRUE
               WHEN RET-HEADER
                   PERFORM 2100-CABECALHO-BANCO
                      THRU 2100-CABECALHO-BANCO-FIM
               WHEN RET-DETALHE
                   PERFORM 2200-TRATA-DETALHE
                      THRU 2200-TRATA-DETALHE-FIM
               WHEN RET-TRAILER
                   MOVE "S"             TO WS-TRAILER-SW
                   MOVE RET-QTD-TITULOS TO WS-TRL-QTD
                   MOVE RET-VALOR-TOTAL TO WS-TRL-VALOR
               WHEN OTHER
                   MOVE "TIPO REG" TO WS-REJ-MOTIVO
                   PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
           END-EVALUATE.

           PERFORM 9100-LE-RETORNO THRU 9100-LE-RETORNO-FIM.

       2000-PROCESSA-FIM.
           EXIT.

      * -----------------------------------
      * HEADER DO BANCO: IDENTIFICA BANCO E DATA DO ARQUIVO E ABRE
      * A LISTA DE TITULOS DO RELATORIO
       2100-CABECALHO-BANCO SECTION.
       2100.
           MOVE RET-BANCO   TO WS-CAB2-BANCO.
           MOVE RET-ARQ-DIA TO WS-CAB2-DIA.
           MOVE RET-ARQ-MES TO WS-CAB2-MES.
           MOVE RET-ARQ-ANO TO WS-CAB2-ANO.
           MOVE WS-LINHA-CAB2 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES        TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-CAB3 TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES        TO REL-LINHA.
           WRITE REL-LINHA.

       2100-CABECALHO-BANCO-FIM.
           EXIT.

      * -----------------------------------
      * DETALHE: CONFERE OCORRENCIA, DATA, TITULO E VALOR; BAIXA O
      * TITULO OU REJEITA A LINHA
       2200-TRATA-DETALHE SECTION.
       2200.
           ADD 1 TO WS-QTD-DETALHES.
           MOVE SPACES TO WS-REJ-MOTIVO.

           IF RET-VALOR-PAGO NUMERIC
               ADD RET-VALOR-PAGO TO WS-VAL-ARQUIVO
           END-IF.

           MOVE SPACES         TO WS-LINHA-DET.
           MOVE ZEROS          TO WS-DET-VALOR-TIT.

           EVALUATE TRUE
               WHEN RET-NOSSO-NUMERO NOT NUMERIC
                       OR RET-VALOR-PAGO NOT NUMERIC
                       OR RET-OCORRENCIA NOT NUMERIC
                   MOVE "FORMATO"  TO WS-REJ-MOTIVO
               WHEN NOT RET-LIQUIDACAO
                   MOVE "OCORRENCIA" TO WS-REJ-MOTIVO
               WHEN RET-DATA-PAG NOT NUMERIC
                   MOVE "DATA INV" TO WS-REJ-MOTIVO
               WHEN RET-PAG-DIA < 1 OR RET-PAG-DIA > 31
                       OR RET-PAG-MES < 1 OR RET-PAG-MES > 12
                   MOVE "DATA INV" TO WS-REJ-MOTIVO
               WHEN OTHER
                   MOVE RET-PEDIDO  TO FS7-NUMERO-PEDIDO
                   MOVE RET-PARCELA TO FS7-PARCELA
                   READ FILE7
                       INVALID KEY
                           MOVE "TIT INV" TO WS-REJ-MOTIVO
                   END-READ
                   IF WS-REJ-MOTIVO EQUAL SPACES
                       MOVE FS7-VALOR TO WS-DET-VALOR-TIT
                       EVALUATE TRUE
                           WHEN FS7-PAGO
                               MOVE "TIT PAGO"  TO WS-REJ-MOTIVO
                           WHEN FS7-CANCELADO
                               MOVE "TIT CANC"  TO WS-REJ-MOTIVO
                           WHEN RET-VALOR-PAGO NOT EQUAL FS7-VALOR
                               MOVE "VALOR DIF" TO WS-REJ-MOTIVO
                       END-EVALUATE
                   END-IF
                   MOVE ZEROS TO FS-STAT
           END-EVALUATE.

           IF RET-NOSSO-NUMERO NUMERIC
               MOVE RET-PEDIDO  TO WS-DET-PEDIDO
               MOVE RET-PARCELA TO WS-DET-PARCELA
           END-IF.
           IF RET-DATA-PAG NUMERIC
               MOVE RET-PAG-DIA TO WS-DET-PAG-DIA
               MOVE RET-PAG-MES TO WS-DET-PAG-MES
               MOVE RET-PAG-ANO TO WS-DET-PAG-ANO
           END-IF.
           IF RET-VALOR-PAGO NUMERIC
               MOVE RET-VALOR-PAGO TO WS-DET-VALOR-PAGO
           END-IF.

           IF WS-REJ-MOTIVO EQUAL SPACES
               PERFORM 2300-BAIXA-TITULO THRU 2300-BAIXA-TITULO-FIM
           ELSE
               PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
           END-IF.

           MOVE WS-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.

       2200-TRATA-DETALHE-FIM.
           EXIT.

      * -----------------------------------
      * BAIXA O TITULO LIDO COM A DATA E O VALOR PAGOS NO BANCO
       2300-BAIXA-TITULO SECTION.
       2300.
           MOVE "P"            TO FS7-SITUACAO.
           MOVE RET-PAG-ANO    TO FS7-PAG-ANO.
           MOVE RET-PAG-MES    TO FS7-PAG-MES.
           MOVE RET-PAG-DIA    TO FS7-PAG-DIA.
           MOVE RET-VALOR-PAGO TO FS7-VALOR-PAGO.
           MOVE WS-OPERADOR    TO FS7-PAG-OPERADOR.
           REWRITE FILE7-REC
               INVALID KEY
                   MOVE "ERRO GRAV" TO WS-REJ-MOTIVO
                   PERFORM 2800-REJEITA THRU 2800-REJEITA-FIM
               NOT INVALID KEY
                   ADD 1              TO WS-QTD-BAIXADOS
                   ADD RET-VALOR-PAGO TO WS-VAL-BAIXADO
                   MOVE "BAIXADO"     TO WS-DET-TEXTO
           END-REWRITE.
           MOVE ZEROS TO FS-STAT.

       2300-BAIXA-TITULO-FIM.
           EXIT.

      * -----------------------------------
      * REJEITA A LINHA CORRENTE: GRAVA EM COBRANCA.REJ E DESCREVE O
      * MOTIVO NA LINHA DO RELATORIO
       2800-REJEITA SECTION.
       2800.
           ADD 1 TO WS-QTD-REJEITADOS.
           IF RET-DETALHE AND RET-VALOR-PAGO NUMERIC
               ADD RET-VALOR-PAGO TO WS-VAL-REJEITADO
           END-IF.

           MOVE RET-REC        TO REJ-DADOS.
           MOVE WS-REJ-MOTIVO  TO REJ-MOTIVO.
           MOVE WS-ARQUIVO-RET TO REJ-ARQUIVO.
           WRITE REJFILE-REC.

           EVALUATE WS-REJ-MOTIVO
               WHEN "FORMATO"
                   MOVE "REJEITADO - LINHA FORA DO LAYOUT"
                        TO WS-DET-TEXTO
               WHEN "OCORRENCIA"
                   MOVE "REJEITADO - OCORRENCIA NAO E LIQUIDACAO"
                        TO WS-DET-TEXTO
               WHEN "DATA INV"
                   MOVE "REJEITADO - DATA DE PAGAMENTO INVALIDA"
                        TO WS-DET-TEXTO
               WHEN "TIT INV"
                   MOVE "REJEITADO - TITULO NAO ENCONTRADO"
                        TO WS-DET-TEXTO
               WHEN "TIT PAGO"
                   MOVE "REJEITADO - TITULO JA PAGO"
                        TO WS-DET-TEXTO
               WHEN "TIT CANC"
                   MOVE "REJEITADO - TITULO CANCELADO"
                        TO WS-DET-TEXTO
               WHEN "VALOR DIF"
                   MOVE "REJEITADO - VALOR DIFERENTE DO TITULO"
                        TO WS-DET-TEXTO
               WHEN "TIPO REG"
                   MOVE SPACES TO WS-LINHA-MSG
                   STRING "LINHA COM TIPO DE REGISTRO INVALIDO: "
                          RET-REC
                          DELIMITED BY SIZE INTO WS-MSG-TEXTO
                   MOVE WS-LINHA-MSG TO REL-LINHA
                   WRITE REL-LINHA
               WHEN OTHER
                   MOVE "REJEITADO - ERRO AO GRAVAR A BAIXA"
                        TO WS-DET-TEXTO
           END-EVALUATE.

       2800-REJEITA-FIM.
           EXIT.

      * -----------------------------------
      * CONCILIACAO: TOTAL DO BANCO CONTRA BAIXADO E REJEITADO, E
      * CONFERENCIA DO TRAILER CONTRA OS DETALHES LIDOS
       3000-RODAPE SECTION.
       3000.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           IF RETORNO-AUSENTE
               MOVE SPACES TO WS-LINHA-MSG
               STRING "ARQUIVO DE RETORNO NAO ENCONTRADO: "
                      WS-ARQUIVO-RET
                      DELIMITED BY SIZE INTO WS-MSG-TEXTO
               MOVE WS-LINHA-MSG TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           IF TITULOS-AUSENTE
               MOVE SPACES TO WS-LINHA-MSG
               MOVE "ARQUIVO TITULOS.DAT NAO ENCONTRADO - NADA BAIXADO"
                    TO WS-MSG-TEXTO
               MOVE WS-LINHA-MSG TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           MOVE SPACES TO WS-LINHA-RESUMO.
           MOVE "LINHAS LIDAS NO RETORNO..............: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-LINHAS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TITULOS NO ARQUIVO (DETALHES)........: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-DETALHES TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "TITULOS BAIXADOS.....................: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-BAIXADOS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "LINHAS REJEITADAS (COBRANCA.REJ).....: "
                TO WS-RES-TEXTO.
           MOVE WS-QTD-REJEITADOS TO WS-RES-TOTAL.
           MOVE WS-LINHA-RESUMO   TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO WS-LINHA-VALOR.
           MOVE "VALOR TOTAL DO BANCO (DETALHES)......: "
                TO WS-VAL-TEXTO.
           MOVE WS-VAL-ARQUIVO  TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "VALOR BAIXADO EM TITULOS.DAT.........: "
                TO WS-VAL-TEXTO.
           MOVE WS-VAL-BAIXADO  TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "VALOR REJEITADO......................: "
                TO WS-VAL-TEXTO.
           MOVE WS-VAL-REJEITADO TO WS-VAL-TOTAL.
           MOVE WS-LINHA-VALOR   TO REL-LINHA.
           WRITE REL-LINHA.

           IF TRAILER-LIDO
               MOVE "VALOR TOTAL INFORMADO NO TRAILER.....: "
                    TO WS-VAL-TEXTO
               MOVE WS-TRL-VALOR    TO WS-VAL-TOTAL
               MOVE WS-LINHA-VALOR  TO REL-LINHA
               WRITE REL-LINHA

               IF WS-TRL-VALOR NOT EQUAL WS-VAL-ARQUIVO
                       OR WS-TRL-QTD NOT EQUAL WS-QTD-DETALHES
                   MOVE SPACES TO WS-LINHA-MSG
                   MOVE "TRAILER NAO CONFERE COM OS DETALHES DO ARQUIVO"
                        TO WS-MSG-TEXTO
                   MOVE WS-LINHA-MSG TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT RETORNO-AUSENTE
                   MOVE SPACES TO WS-LINHA-MSG
                   MOVE "ARQUIVO SEM TRAILER - POSSIVELMENTE INCOMPLETO"
                        TO WS-MSG-TEXTO
                   MOVE WS-LINHA-MSG TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-QTD-REJEITADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-RODAPE-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT TITULOS-AUSENTE
               CLOSE FILE7
           END-IF.
           IF NOT RETORNO-AUSENTE
               CLOSE RETFILE
           END-IF.
           CLOSE REJFILE.
           CLOSE RELFILE.
           DISPLAY "CONTROLE GERADO EM PRETBANCO.LST".
           DISPLAY WS-QTD-BAIXADOS " BAIXADO(S) "
                   WS-QTD-REJEITADOS " REJEITADO(S)".

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE TITULOS, O RETORNO DO BANCO E OS ARQUIVOS DE SAIDA
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN I-O FILE7.
           IF NOT FS-OK
               DISPLAY "ARQUIVO TITULOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-TITULOS-SW
           END-IF.

           OPEN INPUT RETFILE.
           IF FS2-NAO-EXISTE
               DISPLAY "ARQUIVO COBRANCA.RET NAO ENCONTRADO"
               MOVE "N" TO WS-RETORNO-SW
           END-IF.

           OPEN EXTEND REJFILE.
           IF FS-STAT3 = 35
               OPEN OUTPUT REJFILE
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DO RETORNO
       9100-LE-RETORNO SECTION.
       9100.
           READ RETFILE
               AT END
                   MOVE 10 TO FS-STAT2
               NOT AT END
                   ADD 1 TO WS-QTD-LINHAS
           END-READ.

       9100-LE-RETORNO-FIM.
           EXIT.
