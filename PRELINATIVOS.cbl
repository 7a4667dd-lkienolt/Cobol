       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELINATIVOS.
      * AUTHOR.        LUCIANO KIENOLT.
      * DATE-WRITTEN.  15/10/2026..
      * REMARKS.
      *----------------------------------------------------------------*
      * SISTEMA:      VENDAS
      * PROGRAMA:     CLIENTES SEM COMPRA HA N DIAS POR VENDEDOR
      *
      * OBJETIVO:     APONTAR OS CLIENTES ATIVOS EM RISCO DE PERDA:
      *               PARA CADA CLIENTE ATIVO DE CLIENTES.DAT ACHA O
      *               ULTIMO PEDIDO NAO CANCELADO EM PEDIDOS.DAT (E,
      *               SOB DEMANDA, NO HISTORICO PEDIDOSHIST.DAT DO
      *               ARQUIVAMENTO) E LISTA OS QUE ESTAO SEM COMPRA
      *               HA MAIS DE N DIAS (INFORMADO), AGRUPADOS PELO
      *               VENDEDOR DA CARTEIRA (CARTEIRA.DAT), COM DATA,
      *               NUMERO E VALOR DO ULTIMO PEDIDO E DIAS DESDE
      *               ELE (MES COMERCIAL DE 30 DIAS, COMO NOS DEMAIS
      *               CALCULOS). OS CLIENTES QUE NUNCA COMPRARAM SAEM
      *               EM GRUPO PROPRIO, TAMBEM POR VENDEDOR. SERVE AO
      *               PLANEJAMENTO DE VISITAS DE REATIVACAO.
      *               RELATORIO EM PRELINATIVOS.LST.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *               15/10/2026  CLIENTES SEM COMPRA POR VENDEDOR
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY FS-CNPJ
               ALTERNATE RECORD KEY FS-NOME WITH DUPLICATES.

           SELECT FILE2 ASSIGN TO DISK "vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT2
               RECORD KEY IS FS2-KEY
               ALTERNATE RECORD KEY FS2-CPF.

           SELECT FILE3 ASSIGN TO DISK "carteira.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT3
               RECORD KEY IS FS3-KEY
               ALTERNATE RECORD KEY FS3-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE4 ASSIGN TO DISK "pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT4
               RECORD KEY IS FS4-KEY
               ALTERNATE RECORD KEY FS4-COD-VENDEDOR WITH DUPLICATES.

           SELECT FILE11 ASSIGN TO DISK "pedidoshist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT5
               RECORD KEY IS FSH-KEY
               ALTERNATE RECORD KEY FSH-COD-VENDEDOR WITH DUPLICATES.

           SELECT SORTFILE ASSIGN TO DISK "prelinativos.srt".

           SELECT RELFILE ASSIGN TO DISK "PRELINATIVOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT6.

       DATA DIVISION.
       FILE SECTION.

       COPY arqclientes.

       COPY arqvendedor.

       COPY arqcarteira.

       COPY arqpedidos.

       COPY arqpedhist.

       SD SORTFILE.
       01 SORT-REC.
           03 SRT-GRUPO          PIC X(001).
           03 SRT-VENDEDOR       PIC 9(003).
           03 SRT-DIAS           PIC 9(005).
           03 SRT-CODIGO         PIC 9(007).
           03 SRT-NOME           PIC X(040).
           03 SRT-MUNICIPIO      PIC X(030).
           03 SRT-UF             PIC X(002).
           03 SRT-ULT-PEDIDO     PIC 9(007).
           03 SRT-ULT-DATA.
              05 SRT-ULT-ANO     PIC 9(002).
              05 SRT-ULT-MES     PIC 9(002).
              05 SRT-ULT-DIA     PIC 9(002).
           03 SRT-ULT-VALOR      PIC 9(009)V9(002).

       FD RELFILE
           LABEL RECORD IS STANDARD.
       01 REL-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA.
           03 WS-ANO          PIC 9(02) VALUE ZEROS.
           03 WS-MES          PIC 9(02) VALUE ZEROS.
           03 WS-DIA          PIC 9(02) VALUE ZEROS.

       01 WS-DATA-REL.
           03 WS-DATA-REL-DIA  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-MES  PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-DATA-REL-ANO  PIC 9(02).

      * ULTIMO PEDIDO NAO CANCELADO DE CADA CLIENTE QUE JA COMPROU
       01  TAB-ULT.
           03  TAB-ULT-ITEM OCCURS 5000 TIMES.
               05  TAB-ULT-CODIGO    PIC 9(007).
               05  TAB-ULT-PEDIDO    PIC 9(007).
               05  TAB-ULT-DATA.
                   07  TAB-ULT-ANO   PIC 9(002).
                   07  TAB-ULT-MES   PIC 9(002).
                   07  TAB-ULT-DIA   PIC 9(002).
               05  TAB-ULT-VALOR     PIC 9(009)V9(002).

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(50) VALUE
              "CLIENTES SEM COMPRA POR VENDEDOR - HBSIS".
           03 FILLER             PIC X(12) VALUE SPACES.
           03 FILLER             PIC X(07) VALUE "PAGINA ".
           03 WS-CAB1-PAGINA     PIC ZZZ9.

       01  WS-LINHA-CAB2.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 WS-CAB2-DATA       PIC X(08).
           03 FILLER             PIC X(05) VALUE SPACES.
           03 FILLER             PIC X(24) VALUE
              "SEM COMPRA HA MAIS DE: ".
           03 WS-CAB2-DIAS       PIC ZZZZ9.
           03 FILLER             PIC X(05) VALUE " DIAS".
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-CAB2-HIST       PIC X(30).

       01  WS-LINHA-CAB3.
           03 FILLER             PIC X(09) VALUE "CODIGO".
           03 FILLER             PIC X(42) VALUE "RAZAO SOCIAL".
           03 FILLER             PIC X(30) VALUE "MUNICIPIO/UF".
           03 FILLER             PIC X(09) VALUE "ULT.PED.".
           03 FILLER             PIC X(10) VALUE "DATA".
           03 FILLER             PIC X(16) VALUE "VALOR ULTIMO".
           03 FILLER             PIC X(06) VALUE "DIAS".

       01  WS-LINHA-GRUPO.
           03 WS-GRUPO-TITULO    PIC X(60).

       01  WS-LINHA-VEND.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE "VENDEDOR: ".
           03 WS-VEND-CODIGO     PIC ZZ9.
           03 FILLER             PIC X(03) VALUE " - ".
           03 WS-VEND-NOME       PIC X(40).

       01  WS-LINHA-DET.
           03 WS-DET-CODIGO      PIC Z(6)9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-NOME        PIC X(40).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-MUNICIPIO   PIC X(25).
           03 FILLER             PIC X(01) VALUE "/".
           03 WS-DET-UF          PIC X(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WS-DET-ULTIMO.
              05 WS-DET-PEDIDO   PIC ZZZZZZ9.
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-DET-DATA     PIC X(08).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-DET-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-DET-DIAS     PIC ZZ.ZZ9.

       01  WS-LINHA-SUBVEN.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(22) VALUE
              "CLIENTES DO VENDEDOR: ".
           03 WS-SUBVEN-QTD      PIC ZZZ.ZZ9.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 WS-SUBVEN-TXT-VALOR PIC X(25) VALUE
              "VALOR DAS ULTIMAS COMPRAS".
           03 FILLER             PIC X(02) VALUE ": ".
           03 WS-SUBVEN-VALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-RESUMO-QTD.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WS-RESQ-TEXTO      PIC X(40).
           03 WS-RESQ-QTD        PIC ZZZ.ZZ9.

       01  WS-LINHA-TRUNCADO.
           03 FILLER             PIC X(45) VALUE
              "*** TABELA CHEIA - CLIENTES SEM ULTIMO PEDIDO".
           03 FILLER             PIC X(02) VALUE ": ".
           03 WS-TRUNC-QTD       PIC ZZZ.ZZ9.
           03 FILLER             PIC X(04) VALUE " ***".

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
       77 FS-STAT2        PIC 9(02).
           88 FS2-OK         VALUE ZEROS.
       77 FS-STAT3        PIC 9(02).
           88 FS3-OK         VALUE ZEROS.
       77 FS-STAT4        PIC 9(02).
           88 FS4-OK         VALUE ZEROS.
           88 FS4-FIM-ARQUIVO VALUE 10.
       77 FS-STAT5        PIC 9(02).
           88 FS5-OK         VALUE ZEROS.
           88 FS5-FIM-ARQUIVO VALUE 10.
       77 FS-STAT6        PIC 9(02).

       77 WS-CLIENTES-SW    PIC X      VALUE "S".
           88 CLIENTES-AUSENTE    VALUE "N".
       77 WS-VENDEDORES-SW  PIC X      VALUE "S".
           88 VENDEDORES-AUSENTE  VALUE "N".
       77 WS-CARTEIRA-SW    PIC X      VALUE "S".
           88 CARTEIRA-AUSENTE    VALUE "N".
       77 WS-PEDIDOS-SW     PIC X      VALUE "S".
           88 PEDIDOS-AUSENTE     VALUE "N".
       77 WS-HIST-SW        PIC X      VALUE "S".
           88 HISTORICO-AUSENTE   VALUE "N".
       77 WS-INCLUI-HIST    PIC X      VALUE "N".
           88 INCLUI-HISTORICO    VALUES "S" "s".

       77 WS-SORT-FIM-SW    PIC X      VALUE "N".
           88 SORT-ESGOTADO       VALUE "S".
       77 WS-PRIMEIRO-SW    PIC X      VALUE "S".
           88 PRIMEIRO-REGISTRO   VALUE "S".

       77 WS-GRUPO-ANT      PIC X(01)  VALUE SPACES.
       77 WS-VEND-ANT       PIC 9(03)  VALUE ZEROS.

       77 WS-PAGINA       PIC 9(04) VALUE ZEROS.
       77 WS-LINHA        PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS   PIC 9(03) VALUE 050.

       77 WS-DIAS-LIMITE  PIC 9(05) VALUE ZEROS.
       77 WS-HOJE-DIAS    PIC S9(07) VALUE ZEROS.
       77 WS-ULT-DIAS     PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-SEM     PIC S9(07) VALUE ZEROS.

       77 WS-QTD-TAB      PIC 9(04) VALUE ZEROS.
       77 WS-IX           PIC 9(04) VALUE ZEROS.
       77 WS-IX-ACHADO    PIC 9(04) VALUE ZEROS.

       77 WS-ACU-CLIENTE  PIC 9(007) VALUE ZEROS.
       77 WS-ACU-PEDIDO   PIC 9(007) VALUE ZEROS.
       77 WS-ACU-VALOR    PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-ACU-DATA.
           03 WS-ACU-ANO  PIC 9(002) VALUE ZEROS.
           03 WS-ACU-MES  PIC 9(002) VALUE ZEROS.
           03 WS-ACU-DIA  PIC 9(002) VALUE ZEROS.

       77 WS-QTD-ATIVOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INATIVOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-COMPRA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NUNCA      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CART   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESCARTE   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-VEND       PIC 9(07) VALUE ZEROS.
       77 WS-VAL-VEND       PIC 9(011)V9(002) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-CONTROLE SECTION.
       0000.
           PERFORM 1000-INICIO THRU 1000-EXIT.

           PERFORM 2000-ULTIMO-VIVO THRU 2000-ULTIMO-VIVO-FIM
                   UNTIL FS4-FIM-ARQUIVO.
           IF INCLUI-HISTORICO AND NOT HISTORICO-AUSENTE
               PERFORM 2100-PREPARA-HISTORICO
                  THRU 2100-PREPARA-HISTORICO-FIM
               PERFORM 2150-ULTIMO-HISTORICO
                  THRU 2150-ULTIMO-HISTORICO-FIM
                  UNTIL FS5-FIM-ARQUIVO
           END-IF.

           IF NOT CLIENTES-AUSENTE
               SORT SORTFILE
                   ON ASCENDING  KEY SRT-GRUPO
                                     SRT-VENDEDOR
                   ON DESCENDING KEY SRT-DIAS
                   ON ASCENDING  KEY SRT-CODIGO
                   INPUT PROCEDURE IS 1500-SELECIONA
                   OUTPUT PROCEDURE IS 3000-IMPRIME
           END-IF.

           PERFORM 4000-RODAPE THRU 4000-RODAPE-FIM.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-FIM.
           GOBACK.

       0000-EXIT.
           EXIT.

      * -----------------------------------
       1000-INICIO SECTION.
       1000.
           PERFORM 9000-ABRIR-ARQUIVOS THRU 9000-ABRIR-ARQUIVOS-FIM.

           ACCEPT WS-DATA FROM DATE.
           MOVE WS-DIA TO WS-DATA-REL-DIA.
           MOVE WS-MES TO WS-DATA-REL-MES.
           MOVE WS-ANO TO WS-DATA-REL-ANO.
           COMPUTE WS-HOJE-DIAS =
                   (WS-ANO * 360) + (WS-MES * 30) + WS-DIA.

           PERFORM UNTIL WS-DIAS-LIMITE > 0
              DISPLAY "DIAS SEM COMPRA (N): "
              ACCEPT WS-DIAS-LIMITE
           END-PERFORM.

           IF NOT HISTORICO-AUSENTE
               DISPLAY "INCLUIR HISTORICO DE PEDIDOS (S/N)? "
               ACCEPT WS-INCLUI-HIST
           END-IF.

           MOVE WS-DIAS-LIMITE TO WS-CAB2-DIAS.
           IF INCLUI-HISTORICO AND NOT HISTORICO-AUSENTE
               MOVE "COM HISTORICO DE PEDIDOS" TO WS-CAB2-HIST
           ELSE
               MOVE "SEM HISTORICO DE PEDIDOS" TO WS-CAB2-HIST
           END-IF.

           INITIALIZE TAB-ULT.
           MOVE ZEROS TO WS-PAGINA WS-LINHA WS-QTD-TAB.

           IF PEDIDOS-AUSENTE
               MOVE 10 TO FS-STAT4
           ELSE
               MOVE ZEROS TO FS4-KEY
               START FILE4 KEY IS NOT LESS THAN FS4-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT4
               END-START
           END-IF.

       1000-EXIT.
           EXIT.

      * -----------------------------------
      * SELECIONA OS CLIENTES ATIVOS SEM COMPRA HA MAIS DE N DIAS E
      * OS QUE NUNCA COMPRARAM, COM O VENDEDOR DA CARTEIRA, PARA A
      * CLASSIFICACAO POR GRUPO / VENDEDOR / DIAS SEM COMPRA
       1500-SELECIONA SECTION.
       1500.
           MOVE ZEROS TO FS-CODIGO.
           MOVE ZEROS TO FS-STAT.
           START FILE1 KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT
           END-START.

           PERFORM 1600-LIBERA-CLIENTE THRU 1600-LIBERA-CLIENTE-FIM
                   UNTIL FS-FIM-ARQUIVO.

       1500-SELECIONA-FIM.
           EXIT.

      * -----------------------------------
       1600-LIBERA-CLIENTE SECTION.
       1600.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT
           END-READ.

           IF FS-OK
               IF FS-INATIVO
                   ADD 1 TO WS-QTD-INATIVOS
               ELSE
                   ADD 1 TO WS-QTD-ATIVOS
                   PERFORM 1650-MONTA-CLIENTE
                      THRU 1650-MONTA-CLIENTE-FIM
               END-IF
           END-IF.

       1600-LIBERA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA O ULTIMO PEDIDO DO CLIENTE E O VENDEDOR DA CARTEIRA;
      * LIBERA PARA A CLASSIFICACAO SE NUNCA COMPROU (GRUPO 2) OU SE
      * ESTA SEM COMPRA HA MAIS DE N DIAS (GRUPO 1)
       1650-MONTA-CLIENTE SECTION.
       1650.
           MOVE SPACES        TO SORT-REC.
           MOVE FS-CODIGO     TO SRT-CODIGO.
           MOVE FS-NOME       TO SRT-NOME.
           MOVE FS-MUNICIPIO  TO SRT-MUNICIPIO.
           MOVE FS-UF         TO SRT-UF.
           MOVE ZEROS         TO SRT-VENDEDOR SRT-DIAS SRT-ULT-PEDIDO
                                 SRT-ULT-DATA SRT-ULT-VALOR.

           IF NOT CARTEIRA-AUSENTE
               MOVE FS-CODIGO TO FS3-COD-CLIENTE
               READ FILE3
                   INVALID KEY
                       MOVE ZEROS TO FS3-COD-VENDEDOR
               END-READ
               MOVE FS3-COD-VENDEDOR TO SRT-VENDEDOR
           END-IF.

           MOVE FS-CODIGO TO WS-ACU-CLIENTE.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM 2650-PROCURA-CLIENTE THRU 2650-PROCURA-CLIENTE-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-TAB
                 OR WS-IX-ACHADO GREATER ZEROS.

           IF WS-IX-ACHADO EQUAL ZEROS
               MOVE "2" TO SRT-GRUPO
               ADD 1 TO WS-QTD-NUNCA
               IF SRT-VENDEDOR EQUAL ZEROS
                   ADD 1 TO WS-QTD-SEM-CART
               END-IF
               RELEASE SORT-REC
           ELSE
               COMPUTE WS-ULT-DIAS =
                       (TAB-ULT-ANO (WS-IX-ACHADO) * 360) +
                       (TAB-ULT-MES (WS-IX-ACHADO) * 30) +
                       TAB-ULT-DIA (WS-IX-ACHADO)
               COMPUTE WS-DIAS-SEM = WS-HOJE-DIAS - WS-ULT-DIAS
               IF WS-DIAS-SEM GREATER WS-DIAS-LIMITE
                   MOVE "1"                TO SRT-GRUPO
                   ADD 1 TO WS-QTD-SEM-COMPRA
                   MOVE WS-DIAS-SEM        TO SRT-DIAS
                   MOVE TAB-ULT-PEDIDO (WS-IX-ACHADO)
                                           TO SRT-ULT-PEDIDO
                   MOVE TAB-ULT-DATA (WS-IX-ACHADO)
                                           TO SRT-ULT-DATA
                   MOVE TAB-ULT-VALOR (WS-IX-ACHADO)
                                           TO SRT-ULT-VALOR
                   IF SRT-VENDEDOR EQUAL ZEROS
                       ADD 1 TO WS-QTD-SEM-CART
                   END-IF
                   RELEASE SORT-REC
               END-IF
           END-IF.

       1650-MONTA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * GUARDA O PEDIDO DO ARQUIVO VIVO COMO ULTIMO DO CLIENTE
       2000-ULTIMO-VIVO SECTION.
       2000.
           READ FILE4 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT4
           END-READ.

           IF FS4-OK
               IF NOT FS4-ST-CANCELADO
                   MOVE FS4-COD-CLIENTE TO WS-ACU-CLIENTE
                   MOVE FS4-NUMERO      TO WS-ACU-PEDIDO
                   MOVE FS4-DATA        TO WS-ACU-DATA
                   MOVE FS4-VALOR       TO WS-ACU-VALOR
                   PERFORM 2600-GUARDA-ULTIMO
                      THRU 2600-GUARDA-ULTIMO-FIM
               END-IF
           END-IF.

       2000-ULTIMO-VIVO-FIM.
           EXIT.

      * -----------------------------------
       2100-PREPARA-HISTORICO SECTION.
       2100.
           MOVE ZEROS TO FS-STAT5.
           MOVE ZEROS TO FSH-KEY.
           START FILE11 KEY IS NOT LESS THAN FSH-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT5
           END-START.

       2100-PREPARA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * GUARDA O PEDIDO DO HISTORICO COMO ULTIMO DO CLIENTE
       2150-ULTIMO-HISTORICO SECTION.
       2150.
           READ FILE11 NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT5
           END-READ.

           IF FS5-OK
               IF NOT FSH-ST-CANCELADO
                   MOVE FSH-COD-CLIENTE TO WS-ACU-CLIENTE
                   MOVE FSH-NUMERO      TO WS-ACU-PEDIDO
                   MOVE FSH-DATA        TO WS-ACU-DATA
                   MOVE FSH-VALOR       TO WS-ACU-VALOR
                   PERFORM 2600-GUARDA-ULTIMO
                      THRU 2600-GUARDA-ULTIMO-FIM
               END-IF
           END-IF.

       2150-ULTIMO-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * LOCALIZA (OU INCLUI) O CLIENTE NA TABELA E FICA COM O PEDIDO
      * MAIS RECENTE (MESMA DATA: O DE MAIOR NUMERO)
       2600-GUARDA-ULTIMO SECTION.
       2600.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM 2650-PROCURA-CLIENTE THRU 2650-PROCURA-CLIENTE-FIM
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX GREATER WS-QTD-TAB
                 OR WS-IX-ACHADO GREATER ZEROS.

           IF WS-IX-ACHADO EQUAL ZEROS
               IF WS-QTD-TAB LESS 5000
                   ADD 1 TO WS-QTD-TAB
                   MOVE WS-QTD-TAB      TO WS-IX-ACHADO
                   MOVE WS-ACU-CLIENTE  TO
                        TAB-ULT-CODIGO (WS-IX-ACHADO)
                   MOVE WS-ACU-PEDIDO   TO
                        TAB-ULT-PEDIDO (WS-IX-ACHADO)
                   MOVE WS-ACU-DATA     TO
                        TAB-ULT-DATA (WS-IX-ACHADO)
                   MOVE WS-ACU-VALOR    TO
                        TAB-ULT-VALOR (WS-IX-ACHADO)
               ELSE
      * TABELA CHEIA: O CLIENTE SAIRIA COMO "NUNCA COMPROU", O QUE E
      * AVISADO NO RODAPE DO RELATORIO
                   ADD 1 TO WS-QTD-DESCARTE
               END-IF
           ELSE
               IF WS-ACU-DATA GREATER TAB-ULT-DATA (WS-IX-ACHADO)
                       OR (WS-ACU-DATA EQUAL
                               TAB-ULT-DATA (WS-IX-ACHADO)
                           AND WS-ACU-PEDIDO GREATER
                               TAB-ULT-PEDIDO (WS-IX-ACHADO))
                   MOVE WS-ACU-PEDIDO   TO
                        TAB-ULT-PEDIDO (WS-IX-ACHADO)
                   MOVE WS-ACU-DATA     TO
                        TAB-ULT-DATA (WS-IX-ACHADO)
                   MOVE WS-ACU-VALOR    TO
                        TAB-ULT-VALOR (WS-IX-ACHADO)
               END-IF
           END-IF.

       2600-GUARDA-ULTIMO-FIM.
           EXIT.

       2650-PROCURA-CLIENTE SECTION.
       2650.
           IF TAB-ULT-CODIGO (WS-IX) EQUAL WS-ACU-CLIENTE
               MOVE WS-IX TO WS-IX-ACHADO
           END-IF.

       2650-PROCURA-CLIENTE-FIM.
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
      * RECEBE OS CLIENTES CLASSIFICADOS E IMPRIME COM QUEBRA POR
      * GRUPO (PAGINA NOVA) E POR VENDEDOR DA CARTEIRA
       3000-IMPRIME SECTION.
       3000.
           PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM.

           PERFORM 3900-RETORNA THRU 3900-RETORNA-FIM.
           IF SORT-ESGOTADO
               MOVE SPACES TO REL-LINHA
               MOVE "NENHUM CLIENTE ATIVO SEM COMPRA NO CRITERIO"
                    TO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WS-LINHA
           END-IF.

           PERFORM 3100-PROCESSA THRU 3100-PROCESSA-FIM
                   UNTIL SORT-ESGOTADO.

           IF NOT PRIMEIRO-REGISTRO
               PERFORM 3500-SUBTOTAL-VEND THRU 3500-SUBTOTAL-VEND-FIM
           END-IF.

       3000-IMPRIME-FIM.
           EXIT.

      * -----------------------------------
       3100-PROCESSA SECTION.
       3100.
           IF PRIMEIRO-REGISTRO
               MOVE "N" TO WS-PRIMEIRO-SW
               MOVE SRT-GRUPO    TO WS-GRUPO-ANT
               MOVE SRT-VENDEDOR TO WS-VEND-ANT
               PERFORM 3200-ABRE-GRUPO THRU 3200-ABRE-GRUPO-FIM
               PERFORM 3300-ABRE-VEND THRU 3300-ABRE-VEND-FIM
           ELSE
               IF SRT-GRUPO NOT EQUAL WS-GRUPO-ANT
                   PERFORM 3500-SUBTOTAL-VEND
                      THRU 3500-SUBTOTAL-VEND-FIM
                   MOVE SRT-GRUPO    TO WS-GRUPO-ANT
                   MOVE SRT-VENDEDOR TO WS-VEND-ANT
                   PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
                   PERFORM 3200-ABRE-GRUPO THRU 3200-ABRE-GRUPO-FIM
                   PERFORM 3300-ABRE-VEND THRU 3300-ABRE-VEND-FIM
               ELSE
                   IF SRT-VENDEDOR NOT EQUAL WS-VEND-ANT
                       PERFORM 3500-SUBTOTAL-VEND
                          THRU 3500-SUBTOTAL-VEND-FIM
                       MOVE SRT-VENDEDOR TO WS-VEND-ANT
                       PERFORM 3300-ABRE-VEND THRU 3300-ABRE-VEND-FIM
                   END-IF
               END-IF
           END-IF.

           PERFORM 3400-DETALHE THRU 3400-DETALHE-FIM.

           PERFORM 3900-RETORNA THRU 3900-RETORNA-FIM.

       3100-PROCESSA-FIM.
           EXIT.

      * -----------------------------------
       3200-ABRE-GRUPO SECTION.
       3200.
           MOVE SPACES TO WS-LINHA-GRUPO.
           IF WS-GRUPO-ANT EQUAL "1"
               MOVE "CLIENTES SEM COMPRA NO PRAZO INFORMADO"
                    TO WS-GRUPO-TITULO
           ELSE
               MOVE "CLIENTES QUE NUNCA COMPRARAM" TO WS-GRUPO-TITULO
           END-IF.
           MOVE WS-LINHA-GRUPO TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       3200-ABRE-GRUPO-FIM.
           EXIT.

      * -----------------------------------
       3300-ABRE-VEND SECTION.
       3300.
           MOVE ZEROS TO WS-QTD-VEND WS-VAL-VEND.

           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE WS-VEND-ANT TO WS-VEND-CODIGO.
           IF WS-VEND-ANT EQUAL ZEROS
               MOVE "(SEM VENDEDOR NA CARTEIRA)" TO WS-VEND-NOME
           ELSE
               MOVE "(VENDEDOR NAO CADASTRADO)"  TO WS-VEND-NOME
               IF NOT VENDEDORES-AUSENTE
                   MOVE WS-VEND-ANT TO FS2-CODIGO
                   READ FILE2
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS2-NOME TO WS-VEND-NOME
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHA-VEND TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 2 TO WS-LINHA.

       3300-ABRE-VEND-FIM.
           EXIT.

      * -----------------------------------
       3400-DETALHE SECTION.
       3400.
           IF WS-LINHA NOT LESS THAN WS-MAX-LINHAS
               PERFORM 2200-CABECALHO
                  THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SRT-CODIGO       TO WS-DET-CODIGO.
           MOVE SRT-NOME         TO WS-DET-NOME.
           MOVE SRT-MUNICIPIO    TO WS-DET-MUNICIPIO.
           MOVE SRT-UF           TO WS-DET-UF.

           IF SRT-GRUPO EQUAL "1"
               MOVE SRT-ULT-PEDIDO   TO WS-DET-PEDIDO
               MOVE SRT-ULT-DIA      TO WS-EDIT-DIA
               MOVE SRT-ULT-MES      TO WS-EDIT-MES
               MOVE SRT-ULT-ANO      TO WS-EDIT-ANO
               MOVE WS-DATA-EDIT     TO WS-DET-DATA
               MOVE SRT-ULT-VALOR    TO WS-DET-VALOR
               MOVE SRT-DIAS         TO WS-DET-DIAS
           ELSE
               MOVE SPACES           TO WS-DET-ULTIMO
           END-IF.

           MOVE WS-LINHA-DET     TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

           ADD 1             TO WS-QTD-VEND.
           ADD SRT-ULT-VALOR TO WS-VAL-VEND.

       3400-DETALHE-FIM.
           EXIT.

      * -----------------------------------
       3500-SUBTOTAL-VEND SECTION.
       3500.
           MOVE WS-QTD-VEND TO WS-SUBVEN-QTD.
           MOVE WS-VAL-VEND TO WS-SUBVEN-VALOR.
           MOVE WS-LINHA-SUBVEN TO REL-LINHA.
           IF WS-GRUPO-ANT NOT EQUAL "1"
               MOVE SPACES TO REL-LINHA (36:)
           END-IF.
           WRITE REL-LINHA.
           ADD 1 TO WS-LINHA.

       3500-SUBTOTAL-VEND-FIM.
           EXIT.

      * -----------------------------------
       3900-RETORNA SECTION.
       3900.
           RETURN SORTFILE
               AT END
                   MOVE "S" TO WS-SORT-FIM-SW
           END-RETURN.

       3900-RETORNA-FIM.
           EXIT.

      * -----------------------------------
       4000-RODAPE SECTION.
       4000.
           IF WS-PAGINA EQUAL ZEROS
               PERFORM 2200-CABECALHO THRU 2200-CABECALHO-FIM
           END-IF.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "CLIENTES ATIVOS.......................: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-ATIVOS TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "CLIENTES INATIVOS (FORA)..............: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-INATIVOS TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "SEM COMPRA HA MAIS DE N DIAS..........: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-SEM-COMPRA TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "NUNCA COMPRARAM.......................: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-NUNCA TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE "LISTADOS SEM VENDEDOR NA CARTEIRA.....: "
                TO WS-RESQ-TEXTO.
           MOVE WS-QTD-SEM-CART TO WS-RESQ-QTD.
           MOVE WS-LINHA-RESUMO-QTD TO REL-LINHA.
           WRITE REL-LINHA.

           IF WS-QTD-DESCARTE GREATER ZEROS
               MOVE WS-QTD-DESCARTE TO WS-TRUNC-QTD
               MOVE WS-LINHA-TRUNCADO TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       4000-RODAPE-FIM.
           EXIT.

      * -----------------------------------
       8000-FINALIZA SECTION.
       8000.
           IF NOT CLIENTES-AUSENTE
               CLOSE FILE1
           END-IF.
           IF NOT VENDEDORES-AUSENTE
               CLOSE FILE2
           END-IF.
           IF NOT CARTEIRA-AUSENTE
               CLOSE FILE3
           END-IF.
           IF NOT PEDIDOS-AUSENTE
               CLOSE FILE4
           END-IF.
           IF NOT HISTORICO-AUSENTE
               CLOSE FILE11
           END-IF.
           CLOSE RELFILE.
           DISPLAY "RELATORIO GERADO EM PRELINATIVOS.LST".
           IF WS-QTD-DESCARTE GREATER ZEROS
               DISPLAY "ATENCAO: " WS-QTD-DESCARTE
                       " CLIENTE(S) SEM ULTIMO PEDIDO (TABELA CHEIA)"
           END-IF.

       8000-FINALIZA-FIM.
           EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA LEITURA E IMPRESSAO
       9000-ABRIR-ARQUIVOS SECTION.
       9000.
           OPEN INPUT FILE1.
           IF NOT FS-OK
               DISPLAY "ARQUIVO CLIENTES.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CLIENTES-SW
           END-IF.

           OPEN INPUT FILE2.
           IF NOT FS2-OK
               MOVE "N" TO WS-VENDEDORES-SW
           END-IF.

           OPEN INPUT FILE3.
           IF NOT FS3-OK
               DISPLAY "ARQUIVO CARTEIRA.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-CARTEIRA-SW
           END-IF.

           OPEN INPUT FILE4.
           IF NOT FS4-OK
               DISPLAY "ARQUIVO PEDIDOS.DAT NAO ENCONTRADO"
               MOVE "N" TO WS-PEDIDOS-SW
           END-IF.

           OPEN INPUT FILE11.
           IF NOT FS5-OK
               MOVE "N" TO WS-HIST-SW
           END-IF.

           OPEN OUTPUT RELFILE.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.
