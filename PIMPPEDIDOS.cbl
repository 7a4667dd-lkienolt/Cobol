      *                 CARTEIRA.DAT (DIVERGENCIA REJEITA);
      *               - PRODUTO EXISTE E ATIVO EM PRODUTOS.DAT, COM O
      *                 PRECO DE VENDA DO CADASTRO.
      *               FORMATO DELIMITADO POR PONTO-E-VIRGULA, TRES
      *               TIPOS DE LINHA:
      *                 P;CLIENTE;VENDEDOR;DATA(AAMMDD)
      *                 I;PRODUTO;QUANTIDADE (INTEIRA);PRECO
      *                 V;CLIENTE;VENDEDOR;DATA(AAMMDD);RESULTADO;
      *                   OBSERVACAO
      *               O PRECO DO ITEM (EM CENTAVOS, SEM VIRGULA) E
      *               OPCIONAL: VAZIO ASSUME O PRECO DE VENDA DO
      *               CADASTRO. DESCONTO SOBRE O PRECO DE TABELA ACIMA
      *               DA ALCADA DO PERFIL CONSULTA (ALCADAS.CTL) GRAVA
      *               O PEDIDO PENDENTE DE LIBERACAO ("P").
      *               AS LINHAS "I" PERTENCEM AO "P" ANTERIOR. O
      *               NUMERO DO PEDIDO E ATRIBUIDO PELO ULTIMO + 1,
      *               COMO NA INCLUSAO DE TELA. PEDIDO COM QUALQUER
      *               ERRO E REJEITADO INTEIRO EM PEDIDOS.REJ (LINHA
      *               ORIGINAL + MOTIVO + ARQUIVO) PARA CORRECAO E
      *               REENVIO. RESUMO POR ARQUIVO EM PIMPPEDIDOS.LST.
      *               A LINHA "V" E UMA VISITA DO VENDEDOR (RESULTADO
      *               V - VISITOU, A - AUSENTE, P - PEDIDO TIRADO),
      *               GRAVADA EM VISITAS.DAT COM ORIGEM CAMPO; FECHA O
      *               PEDIDO EM MONTAGEM, COMO UMA LINHA "P". VISITA
      *               JA REGISTRADA NO MESMO DIA E SOBREPOSTA PELA DO
      *               ARQUIVO. VISITA COM ERRO VAI SOZINHA PARA
      *               PEDIDOS.REJ, SEM AFETAR OS PEDIDOS.
      *
      * VERSOES:      DATA        DESCRICAO
      *               ----------  --------------------------------------
      *                           ATE A ULTIMA DATA FECHADA E
      *                           REJEITADO COM MOTIVO "DATA FECH",
      *                           COMO NA DIGITACAO EM PPEDIDOS
      *               15/10/2026  O PEDIDO IMPORTADO RECEBE A CONDICAO
      *                           DE PAGAMENTO PADRAO DO CLIENTE
      *                           (FS-COND-PAGTO), QUE GERA OS
      *                           TITULOS NO FATURAMENTO
      *               15/10/2026  PRECO OPCIONAL NA LINHA "I"; O ITEM
      *                           GUARDA O PRECO DE TABELA E O PEDIDO
      *                           COM DESCONTO ACIMA DA ALCADA DE
      *                           CONSULTA FICA PENDENTE DE LIBERACAO
      *                           DO SUPERVISOR (PPEDIDOS OPCAO 6)
      *               15/10/2026  LINHA "V" COM AS VISITAS DO VENDEDOR,
      *                           GRAVADAS EM VISITAS.DAT PARA O
      *                           RELATORIO DE ADERENCIA AO ROTEIRO
      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               RECORD KEY IS FS6-KEY
               ALTERNATE RECORD KEY FS6-COD-PRODUTO WITH DUPLICATES.

           SELECT FILE19 ASSIGN TO DISK "visitas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS19-KEY.

           SELECT CTLFILE ASSIGN TO DISK "imppedidos.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

           SELECT ALCFILE ASSIGN TO DISK "alcadas.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

           SELECT IMPFILE ASSIGN TO DISK WID-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT2.

       COPY arqitens.

       COPY arqvisitas.

      * MANIFESTO: UM NOME DE ARQUIVO DE PEDIDOS POR LINHA
       FD CTLFILE.
       01 CTLFILE-REC.
       01 FECHFILE-REC.
           03 FECH-DATA          PIC 9(006).

      * ALCADAS DE DESCONTO POR PERFIL: PERCENTUAL MAXIMO DE
      * DESCONTO SOBRE O PRECO DE TABELA (99V99)
       FD ALCFILE.
       01 ALCFILE-REC.
           03 ALC-PERC-CONSULTA   PIC 9(002)V9(002).
           03 ALC-PERC-SENIOR     PIC 9(002)V9(002).
           03 ALC-PERC-SUPERVISOR PIC 9(002)V9(002).

      * LINHA REJEITADA: CONTEUDO ORIGINAL MAIS MOTIVO E ARQUIVO DE
      * ORIGEM, PARA CORRECAO E REENVIO PELA PROPRIA IMPORTACAO
       FD REJFILE.
       01  WS-QTD5-X          PIC X(005) JUSTIFIED RIGHT.
       01  FILLER REDEFINES WS-QTD5-X.
           03 WS-QTD5         PIC 9(005).
       01  WS-PRC9-X          PIC X(009) JUSTIFIED RIGHT.
       01  FILLER REDEFINES WS-PRC9-X.
           03 WS-PRC9         PIC 9(007)V9(002).
       01  WS-NUM6-X          PIC X(006) JUSTIFIED RIGHT.
       01  FILLER REDEFINES WS-NUM6-X.
           03 WS-NUM6         PIC 9(006).
           03 WS-NUM6-ANO     PIC 9(002).
           03 WS-NUM6-MES     PIC 9(002).
           03 WS-NUM6-DIA     PIC 9(002).
       01  WS-VIS-RESULTADO   PIC X(001) VALUE SPACES.
           88 VIS-RESULT-OK      VALUES "V" "A" "P".
       01  WS-VIS-OBSERVACAO  PIC X(050) VALUE SPACES.
       01  WS-VIS-MOTIVO      PIC X(010) VALUE SPACES.

      * PEDIDO EM MONTAGEM (CABECALHO + ITENS), GRAVADO SO QUANDO
      * TODAS AS LINHAS DO PEDIDO PASSAM NA VALIDACAO
       01  WS-BUF-HEADER      PIC X(100) VALUE SPACES.
       01  WS-BUF-CLIENTE     PIC 9(007) VALUE ZEROS.
       01  WS-BUF-VENDEDOR    PIC 9(003) VALUE ZEROS.
       01  WS-BUF-CONDPAG     PIC 9(003) VALUE ZEROS.
       01  WS-BUF-DATA.
           03 WS-BUF-ANO      PIC 9(002) VALUE ZEROS.
           03 WS-BUF-MES      PIC 9(002) VALUE ZEROS.
       01  WS-BUF-MOTIVO      PIC X(010) VALUE SPACES.
       01  WS-BUF-QTD-ITENS   PIC 9(003) VALUE ZEROS.
       01  WS-BUF-VALOR       PIC 9(009)V9(002) VALUE ZEROS.
       01  WS-BUF-DESC-MAX    PIC 9(003)V9(002) VALUE ZEROS.
       01  TAB-BUF-ITENS.
           03 TAB-BUF-ITEM OCCURS 050 TIMES.
               05 TAB-BUF-LINHA      PIC X(100).
               05 TAB-BUF-PRODUTO    PIC 9(005).
               05 TAB-BUF-QUANTIDADE PIC 9(005).
               05 TAB-BUF-PRECO      PIC 9(007)V9(002).
               05 TAB-BUF-TABELA     PIC 9(007)V9(002).
               05 TAB-BUF-VALOR      PIC 9(009)V9(002).
               05 TAB-BUF-MOTIVO     PIC X(010).

       77 WS-BUF-IX           PIC 9(003) VALUE ZEROS.
       77 WS-ITEM-DESC        PIC 9(003)V9(002) VALUE ZEROS.
      * ALCADA DO PERFIL CONSULTA, PADRAO QUANDO NAO HA ALCADAS.CTL
       77 WS-ALC-CONSULTA     PIC 9(002)V9(002) VALUE 2,00.
       77 WS-PROX-NUMERO      PIC 9(007) VALUE ZEROS.

       01 WS-DATA-FECHADA.
       77 WS-IMP-LINHAS       PIC 9(007) VALUE ZEROS.
       77 WS-IMP-GRAVADOS     PIC 9(007) VALUE ZEROS.
       77 WS-IMP-REJEITADOS   PIC 9(007) VALUE ZEROS.
       77 WS-IMP-PENDENTES    PIC 9(007) VALUE ZEROS.
       77 WS-IMP-VALOR        PIC 9(011)V9(002) VALUE ZEROS.
       77 WS-IMP-VISITAS      PIC 9(007) VALUE ZEROS.
       77 WS-IMP-VIS-REJ      PIC 9(007) VALUE ZEROS.

       01  WS-LINHA-CAB1.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(18) VALUE "VALOR GRAVADO: ".
           03 WS-RES-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(41) VALUE
              "GRAVADOS PENDENTES DE LIBERACAO DESCONTO:".
           03 WS-RES-PENDENTES   PIC ZZZ.ZZ9.

       01  WS-LINHA-VISITAS.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(19) VALUE "VISITAS GRAVADAS: ".
           03 WS-RES-VISITAS     PIC ZZZ.ZZ9.
           03 FILLER             PIC X(03) VALUE SPACES.
           03 FILLER             PIC X(21) VALUE "VISITAS REJEITADAS: ".
           03 WS-RES-VIS-REJ     PIC ZZZ.ZZ9.

       01  WS-LINHA-ERRO.
           03 FILLER             PIC X(03) VALUE SPACES.
               MOVE ZEROS TO WS-IMP-LINHAS
                             WS-IMP-GRAVADOS
                             WS-IMP-REJEITADOS
                             WS-IMP-PENDENTES
                             WS-IMP-VALOR
                             WS-IMP-VISITAS
                             WS-IMP-VIS-REJ
               MOVE "N"   TO WS-BUF-ATIVO-SW

               READ IMPFILE

      * -----------------------------------
      * TRATA UMA LINHA DO ARQUIVO: "P" FECHA O PEDIDO ANTERIOR E
      * ABRE OUTRO; "I" ENTRA NO PEDIDO ABERTO; "V" FECHA O PEDIDO
      * ANTERIOR E GRAVA A VISITA; O RESTO E REJEITADO
       2100-TRATA-LINHA SECTION.
       2100.
           ADD 1 TO WS-IMP-LINHAS.
               WHEN "I"
                   PERFORM 2300-GUARDA-ITEM
                      THRU 2300-GUARDA-ITEM-FIM
               WHEN "V"
                   PERFORM 2500-FECHA-PEDIDO
                      THRU 2500-FECHA-PEDIDO-FIM
                   PERFORM 2800-GRAVA-VISITA
                      THRU 2800-GRAVA-VISITA-FIM
               WHEN OTHER
                   MOVE IMPFILE-REC TO REJ-DADOS
                   MOVE "FORMATO"   TO REJ-MOTIVO
           MOVE IMPFILE-REC TO WS-BUF-HEADER.
           MOVE SPACES      TO WS-BUF-MOTIVO.
           MOVE ZEROS       TO WS-BUF-QTD-ITENS WS-BUF-VALOR
                               WS-BUF-CLIENTE WS-BUF-VENDEDOR
                               WS-BUF-CONDPAG WS-BUF-DESC-MAX.
           MOVE ZEROS       TO WS-BUF-DATA.

           MOVE SPACES TO WS-NUM7-X WS-NUM3-X WS-NUM6-X.
               IF FS-INATIVO
                   MOVE "CLI INAT" TO WS-BUF-MOTIVO
               END-IF
               IF FS-COND-PAGTO NUMERIC
                   MOVE FS-COND-PAGTO TO WS-BUF-CONDPAG
               END-IF
           END-IF.

           IF WS-BUF-MOTIVO EQUAL SPACES

      * -----------------------------------
      * GUARDA UM ITEM NO PEDIDO EM MONTAGEM, VALIDANDO PRODUTO E
      * QUANTIDADE; SEM PRECO NA LINHA VALE O PRECO DO CADASTRO
       2300-GUARDA-ITEM SECTION.
       2300.
           IF NOT BUF-ATIVO
                   MOVE ZEROS  TO TAB-BUF-PRODUTO (WS-BUF-IX)
                                  TAB-BUF-QUANTIDADE (WS-BUF-IX)
                                  TAB-BUF-PRECO (WS-BUF-IX)
                                  TAB-BUF-TABELA (WS-BUF-IX)
                                  TAB-BUF-VALOR (WS-BUF-IX)

                   MOVE SPACES TO WS-NUM5-X WS-QTD5-X WS-PRC9-X
                   UNSTRING IMPFILE-REC DELIMITED BY ";"
                       INTO WS-LIN-TIPO WS-NUM5-X WS-QTD5-X
                            WS-PRC9-X
                   END-UNSTRING
                   INSPECT WS-NUM5-X REPLACING ALL " " BY "0"
                   INSPECT WS-QTD5-X REPLACING ALL " " BY "0"
                          THRU 2350-VALIDA-PRODUTO-FIM
                   END-IF

                   IF TAB-BUF-MOTIVO (WS-BUF-IX) EQUAL SPACES
                           AND WS-PRC9-X NOT EQUAL SPACES
                       INSPECT WS-PRC9-X REPLACING ALL " " BY "0"
                       IF WS-PRC9 NOT NUMERIC OR WS-PRC9 EQUAL ZEROS
                           MOVE "PRC INV"
                                TO TAB-BUF-MOTIVO (WS-BUF-IX)
                       ELSE
                           MOVE WS-PRC9 TO TAB-BUF-PRECO (WS-BUF-IX)
                       END-IF
                   END-IF

                   IF TAB-BUF-MOTIVO (WS-BUF-IX) EQUAL SPACES
                       IF WS-QTD5 NOT NUMERIC OR WS-QTD5 EQUAL ZEROS
                           MOVE "QTD INV"
           EXIT.

      * -----------------------------------
      * VALIDA O PRODUTO DO ITEM CORRENTE E GUARDA O PRECO DE VENDA,
      * QUE E TAMBEM O PRECO DE TABELA DO ITEM
       2350-VALIDA-PRODUTO SECTION.
       2350.
           MOVE TAB-BUF-PRODUTO (WS-BUF-IX) TO FS5-CODIGO.
                   MOVE "PRO INAT" TO TAB-BUF-MOTIVO (WS-BUF-IX)
               ELSE
                   MOVE FS5-PRECO-VENDA TO TAB-BUF-PRECO (WS-BUF-IX)
                                           TAB-BUF-TABELA (WS-BUF-IX)
               END-IF
           END-IF.
           MOVE ZEROS TO FS-STAT.

      * -----------------------------------
      * GRAVA O PEDIDO VALIDADO E SEUS ITENS, COM NUMERO ATRIBUIDO
      * PELO ULTIMO + 1 E STATUS DIGITADO, OU PENDENTE QUANDO O
      * MAIOR DESCONTO DOS ITENS PASSA DA ALCADA DE CONSULTA
       2600-GRAVA-PEDIDO SECTION.
       2600.
           MOVE ZEROS TO WS-BUF-VALOR WS-BUF-DESC-MAX.
           PERFORM 2650-SOMA-ITEM THRU 2650-SOMA-ITEM-FIM
              VARYING WS-BUF-IX FROM 1 BY 1
              UNTIL WS-BUF-IX GREATER WS-BUF-QTD-ITENS.
           MOVE WS-BUF-DIA      TO FS4-DIA.
           MOVE WS-BUF-CLIENTE  TO FS4-COD-CLIENTE.
           MOVE WS-BUF-VENDEDOR TO FS4-COD-VENDEDOR.
           MOVE WS-BUF-CONDPAG  TO FS4-COND-PAGTO.
           MOVE WS-BUF-VALOR    TO FS4-VALOR.
           MOVE WS-OPERADOR     TO FS4-AUD-OPERADOR.
           MOVE WS-ANO          TO FS4-AUD-ANO.
           MOVE WS-HOR          TO FS4-AUD-HOR.
           MOVE WS-MIN          TO FS4-AUD-MIN.
           MOVE "I"             TO FS4-AUD-OPERACAO.
           MOVE WS-OPERADOR     TO FS4-DESC-OPERADOR.
           MOVE WS-BUF-DESC-MAX TO FS4-DESC-PERC-MAX.
           IF WS-BUF-DESC-MAX > WS-ALC-CONSULTA
               MOVE "P"         TO FS4-STATUS-PED
           ELSE
               MOVE "D"         TO FS4-STATUS-PED
           END-IF.

           WRITE FILE4-REC
               INVALID KEY
                      VARYING WS-BUF-IX FROM 1 BY 1
                      UNTIL WS-BUF-IX GREATER WS-BUF-QTD-ITENS
                   ADD 1 TO WS-IMP-GRAVADOS
                   IF FS4-ST-PEND-DESCONTO
                       ADD 1 TO WS-IMP-PENDENTES
                   END-IF
                   ADD WS-BUF-VALOR TO WS-IMP-VALOR
                   ADD 1 TO WS-PROX-NUMERO
           END-WRITE.
       2650.
           ADD TAB-BUF-VALOR (WS-BUF-IX) TO WS-BUF-VALOR.

           IF TAB-BUF-PRECO (WS-BUF-IX) < TAB-BUF-TABELA (WS-BUF-IX)
               COMPUTE WS-ITEM-DESC ROUNDED =
                       (TAB-BUF-TABELA (WS-BUF-IX) -
                        TAB-BUF-PRECO (WS-BUF-IX)) * 100 /
                       TAB-BUF-TABELA (WS-BUF-IX)
               IF WS-ITEM-DESC > WS-BUF-DESC-MAX
                   MOVE WS-ITEM-DESC TO WS-BUF-DESC-MAX
               END-IF
           END-IF.

       2650-SOMA-ITEM-FIM.
           EXIT.

           MOVE TAB-BUF-QUANTIDADE (WS-BUF-IX) TO FS6-QUANTIDADE.
           MOVE TAB-BUF-PRECO (WS-BUF-IX)      TO FS6-PRECO-UNIT.
           MOVE TAB-BUF-VALOR (WS-BUF-IX)      TO FS6-VALOR-ITEM.
           MOVE TAB-BUF-TABELA (WS-BUF-IX)     TO FS6-PRECO-TABELA.
           WRITE FILE6-REC
               INVALID KEY
                   CONTINUE
       2750-REJEITA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * CONVERTE E VALIDA A LINHA DE VISITA (CLIENTE E VENDEDOR
      * CADASTRADOS, DATA VALIDA E NAO FUTURA, RESULTADO V/A/P) E
      * GRAVA EM VISITAS.DAT; VISITA JA EXISTENTE E REGRAVADA
       2800-GRAVA-VISITA SECTION.
       2800.
           MOVE SPACES TO WS-VIS-MOTIVO WS-VIS-RESULTADO
                          WS-VIS-OBSERVACAO.
           MOVE SPACES TO WS-NUM7-X WS-NUM3-X WS-NUM6-X.
           UNSTRING IMPFILE-REC DELIMITED BY ";"
               INTO WS-LIN-TIPO WS-NUM7-X WS-NUM3-X WS-NUM6-X
                    WS-VIS-RESULTADO WS-VIS-OBSERVACAO.
           INSPECT WS-NUM7-X REPLACING ALL " " BY "0".
           INSPECT WS-NUM3-X REPLACING ALL " " BY "0".
           INSPECT WS-NUM6-X REPLACING ALL " " BY "0".
           INSPECT WS-VIS-RESULTADO CONVERTING "vap" TO "VAP".

           EVALUATE TRUE
               WHEN WS-NUM7 NOT NUMERIC OR WS-NUM3 NOT NUMERIC
                       OR WS-NUM6 NOT NUMERIC
                   MOVE "FORMATO"  TO WS-VIS-MOTIVO
               WHEN WS-NUM6-DIA < 1 OR WS-NUM6-DIA > 31
                       OR WS-NUM6-MES < 1 OR WS-NUM6-MES > 12
                   MOVE "DATA INV"  TO WS-VIS-MOTIVO
               WHEN WS-NUM6-X GREATER WS-DATA
                   MOVE "DATA FUT"  TO WS-VIS-MOTIVO
               WHEN NOT VIS-RESULT-OK
                   MOVE "RESULTADO" TO WS-VIS-MOTIVO
               WHEN OTHER
                   MOVE WS-NUM7 TO FS-CODIGO
                   READ FILE1 KEY IS FS-CODIGO
                   IF NOT FS-OK
                       MOVE "CLI INV"  TO WS-VIS-MOTIVO
                   ELSE
                       MOVE WS-NUM3 TO FS2-CODIGO
                       READ FILE2 KEY IS FS2-CODIGO
                       IF NOT FS-OK
                           MOVE "VEN INV"  TO WS-VIS-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-VIS-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WS-IMP-VIS-REJ
               MOVE IMPFILE-REC   TO REJ-DADOS
               MOVE WS-VIS-MOTIVO TO REJ-MOTIVO
               MOVE CTL-ARQUIVO   TO REJ-ARQUIVO
               WRITE REJFILE-REC
           ELSE
               INITIALIZE FILE19-REC
               MOVE WS-NUM3           TO FS19-COD-VENDEDOR
               MOVE WS-NUM6-ANO       TO FS19-ANO
               MOVE WS-NUM6-MES       TO FS19-MES
               MOVE WS-NUM6-DIA       TO FS19-DIA
               MOVE WS-NUM7           TO FS19-COD-CLIENTE
               MOVE WS-VIS-RESULTADO  TO FS19-RESULTADO
               MOVE WS-VIS-OBSERVACAO TO FS19-OBSERVACAO
               MOVE "C"               TO FS19-ORIGEM
               MOVE WS-OPERADOR       TO FS19-AUD-OPERADOR
               MOVE WS-ANO            TO FS19-AUD-ANO
               MOVE WS-MES            TO FS19-AUD-MES
               MOVE WS-DIA            TO FS19-AUD-DIA
               MOVE WS-HOR            TO FS19-AUD-HOR
               MOVE WS-MIN            TO FS19-AUD-MIN
               MOVE "I"               TO FS19-AUD-OPERACAO
               WRITE FILE19-REC
                   INVALID KEY
                       MOVE "A" TO FS19-AUD-OPERACAO
                       REWRITE FILE19-REC
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-IMP-VISITAS
           END-IF.
           MOVE ZEROS TO FS-STAT.

       2800-GRAVA-VISITA-FIM.
           EXIT.

      * -----------------------------------
      * ESCREVE O RESUMO DO ARQUIVO PROCESSADO
       2900-ESCREVE-RESUMO SECTION.
           WRITE REL-LINHA.

           MOVE WS-IMP-VALOR      TO WS-RES-VALOR.
           MOVE WS-IMP-PENDENTES  TO WS-RES-PENDENTES.
           MOVE WS-LINHA-VALOR    TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE WS-IMP-VISITAS    TO WS-RES-VISITAS.
           MOVE WS-IMP-VIS-REJ    TO WS-RES-VIS-REJ.
           MOVE WS-LINHA-VISITAS  TO REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES            TO REL-LINHA.
           WRITE REL-LINHA.

           CLOSE FILE4.
           CLOSE FILE5.
           CLOSE FILE6.
           CLOSE FILE19.
           IF NOT MANIFESTO-AUSENTE
               CLOSE CTLFILE
           END-IF.
               OPEN I-O FILE6
           END-IF.

           OPEN I-O FILE19.
           IF FS-NAO-EXISTE
               OPEN OUTPUT FILE19
               CLOSE FILE19
               OPEN I-O FILE19
           END-IF.

           OPEN INPUT CTLFILE.
           IF FS-NAO-EXISTE
               MOVE "N" TO WS-MANIFESTO-SW
           END-IF.
           MOVE ZEROS TO FS-STAT2.

      * CARREGA A ALCADA DE DESCONTO DO PERFIL CONSULTA (SEM
      * ALCADAS.CTL VALE A ALCADA PADRAO)
           OPEN INPUT ALCFILE.
           IF FS2-NAO-EXISTE
               CONTINUE
           ELSE
               READ ALCFILE
                   AT END
                       MOVE 10 TO FS-STAT2
               END-READ
               IF FS2-OK AND ALC-PERC-CONSULTA NUMERIC
                   MOVE ALC-PERC-CONSULTA TO WS-ALC-CONSULTA
               END-IF
               CLOSE ALCFILE
           END-IF.
           MOVE ZEROS TO FS-STAT2.

       9000-ABRIR-ARQUIVOS-FIM.
           EXIT.

