      ******************************************************************
      * MANTEM O SALDO POR PRODUTO EM ARQ-ESTOQUE E O DIARIO DE
      * MOVIMENTOS (KARDEX) EM ARQ-MOVESTOQUE:
      *   01 - ENTRADA DE MERCADORIA, RECEBIDA CONTRA UMA LINHA EM
      *        ABERTO DO PEDIDO DE COMPRA (CBL_MENU_COMPRA). ACEITA
      *        RECEBIMENTO PARCIAL; O TOTAL RECEBIDO NAO PODE PASSAR
      *        DA QUANTIDADE PEDIDA MAIS A TOLERANCIA (PARAMETRO
      *        RECEB-TOLERANCIA-PC, PERCENTUAL) E A LINHA E ENCERRADA
      *        QUANDO O RECEBIDO ATINGE O PEDIDO MENOS A TOLERANCIA.
      *        O NUMERO DO PEDIDO DE COMPRA VAI COMO DOCUMENTO DO
      *        MOVIMENTO NO KARDEX. O LOTE, A FABRICACAO E A
      *        VALIDADE SAO OBRIGATORIOS E ALIMENTAM ARQ-LOTE
      *   02 - AJUSTE DE SALDO COM CODIGO DE MOTIVO (+ OU -); SE O
      *        LOTE FOR INFORMADO O SALDO DO LOTE TAMBEM E AJUSTADO
      *   03 - POSICAO DE ESTOQUE (SALDO, RESERVA E DISPONIVEL)
      *   04 - KARDEX DE UM PRODUTO
      *   05 - PARAMETROS DE REPOSICAO DO PRODUTO (FORNECEDOR, PRAZO,
      *        DIAS DE SEGURANCA, PONTO FIXO E LOTE MINIMO) USADOS
      *        PELA SUGESTAO DE COMPRA (CBL_SUGESTAO_COMPRA)
      *   06 - LOTES A VENCER: LOTES COM SALDO QUE VENCEM ATE N DIAS
      *        (PARAMETRO LOTE-DIAS-ALERTA, ALTERAVEL NA TELA), EM
      *        ORDEM DE VALIDADE, EM LOTES_A_VENCER_<AAAAMMDD>.TXT
      * SALDOS, LOTES E MOVIMENTOS SAO POR DEPOSITO: ENTRADA E AJUSTE
      * PEDEM O DEPOSITO (ZERO = DEPOSITO PADRAO) E OS RELATORIOS
      * TRAZEM A COLUNA DO DEPOSITO.
      * AS SAIDAS POR FATURAMENTO SAO LANCADAS POR CBL_BAIXA_ESTOQUE
      * (CONSUMINDO OS LOTES PELA VALIDADE) E AS RESERVAS PELA
      * ENTRADA DE PEDIDOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_ESTOQUE.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-COMPRA ASSIGN TO DISK WID-ARQ-COMPRA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CMP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CMP.

           SELECT ARQ-COMPITEM ASSIGN TO DISK WID-ARQ-COMPITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CPI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPI.

           SELECT ARQ-REPOSICAO ASSIGN TO DISK WID-ARQ-REPOSICAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REP.

           SELECT ARQ-FORNECEDOR ASSIGN TO DISK WID-ARQ-FORNECEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FOR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FOR.

           SELECT ARQ-LOTE ASSIGN TO DISK WID-ARQ-LOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LOT.

           SELECT ARQ-DEPOSITO ASSIGN TO DISK WID-ARQ-DEPOSITO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEP.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-COMPRA.

       COPY FS-ARQ-COMPRA.

       FD ARQ-COMPITEM.

       COPY FS-ARQ-COMPITEM.

       FD ARQ-REPOSICAO.

       COPY FS-ARQ-REPOSICAO.

       FD ARQ-FORNECEDOR.

       COPY FS-ARQ-FORNECEDOR.

       FD ARQ-LOTE.

       COPY FS-ARQ-LOTE.

       FD ARQ-DEPOSITO.

       COPY FS-ARQ-DEPOSITO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       SD  SORT-FILE.

      * LOTES A VENCER (VALIDADE + PRODUTO)
       01  SORT-RECORD.
           05 SD-DT-VALIDADE       PIC 9(008).
           05 SD-CD-PRODUTO        PIC 9(007).
           05 SD-CD-DEPOSITO       PIC 9(003).
           05 SD-NR-LOTE           PIC X(010).
           05 SD-QT-SALDO          PIC S9(007).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           88 E-AJUSTE    VALUE IS "2".
           88 E-POSICAO   VALUE IS "3".
           88 E-KARDEX    VALUE IS "4".
           88 E-REPOSICAO VALUE IS "5".
           88 E-VENCIMENTO VALUE IS "6".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "5" "6"
                                     "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-CMP PIC 9(02).
           88 FS-STAT-CMP-OK         VALUE 00.
           88 FS-STAT-CMP-NAO-EXISTE VALUE 35.

       77 FS-STAT-CPI PIC 9(02).
           88 FS-STAT-CPI-OK         VALUE 00.
           88 FS-STAT-CPI-NAO-EXISTE VALUE 35.

       77 FS-STAT-REP PIC 9(02).
           88 FS-STAT-REP-OK         VALUE 00.
           88 FS-STAT-REP-NAO-EXISTE VALUE 35.

       77 FS-STAT-FOR PIC 9(02).
           88 FS-STAT-FOR-OK         VALUE 00.
           88 FS-STAT-FOR-NAO-EXISTE VALUE 35.

       77 FS-STAT-LOT PIC 9(02).
           88 FS-STAT-LOT-OK         VALUE 00.
           88 FS-STAT-LOT-NAO-EXISTE VALUE 35.

       77 FS-STAT-DEP PIC 9(02).
           88 FS-STAT-DEP-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.


       77 WS-QT-DISPONIVEL PIC S9(007) VALUE ZEROS.

      * DEPOSITO DO MOVIMENTO
       77 WS-CD-DEPOSITO        PIC 9(003) VALUE ZEROS.
       77 WS-CD-DEPOSITO-PADRAO PIC 9(003) VALUE ZEROS.
       77 WS-DEPOSITO-OK        PIC X VALUE 'N'.
           88 DEPOSITO-VALIDO VALUE 'S'.

      * RECEBIMENTO CONTRA PEDIDO DE COMPRA
       77 WS-NR-PEDIDO-CMP  PIC 9(007) VALUE ZEROS.
       77 WS-NR-SEQ-CMP     PIC 9(003) VALUE ZEROS.
       77 WS-QT-PEDIDA      PIC 9(005) VALUE ZEROS.
       77 WS-QT-RECEBIDA    PIC 9(005) VALUE ZEROS.
       77 WS-QT-RECEB-TOTAL PIC 9(007) VALUE ZEROS.
       77 WS-PC-TOLERANCIA  PIC 9(003)V99 VALUE ZEROS.
       77 WS-QT-LIMITE-MAX  PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-LIMITE-MIN  PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-LINHAS-ABERTAS PIC 9(003) VALUE ZEROS.
       77 WS-LINHA-CMP-OK   PIC X VALUE 'N'.
           88 LINHA-CMP-VALIDA VALUE 'S'.

      * LOTE E VALIDADE
       77 WS-NR-LOTE        PIC X(010) VALUE SPACES.
       77 WS-DT-FABRICACAO  PIC 9(008) VALUE ZEROS.
       77 WS-DT-VALIDADE    PIC 9(008) VALUE ZEROS.
       77 WS-LOTE-OK        PIC X VALUE 'N'.
           88 LOTE-VALIDO VALUE 'S'.
       77 WS-DIAS-ALERTA    PIC 9(003) VALUE 30.
       77 WS-DT-LIMITE      PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-RESTANTES PIC S9(005) VALUE ZEROS.
       77 WS-QT-LOTES       PIC 9(005) VALUE ZEROS.
       77 WS-FIM-SORT-FILE  PIC X(01) VALUE 'N'.

      * PARAMETROS DE REPOSICAO DO PRODUTO
       77 WS-REP-FORNECEDOR  PIC 9(007) VALUE ZEROS.
       77 WS-REP-PRAZO       PIC 9(003) VALUE ZEROS.
       77 WS-REP-SEGURANCA   PIC 9(003) VALUE ZEROS.
       77 WS-REP-PONTO-FIXO  PIC 9(007) VALUE ZEROS.
       77 WS-REP-LOTE-MINIMO PIC 9(005) VALUE ZEROS.
       77 WS-REP-MEDIA       PIC 9(005)V99 VALUE ZEROS.
       77 WS-REP-PONTO-CALC  PIC 9(007) VALUE ZEROS.
       77 WS-REP-DT-CALCULO  PIC 9(008) VALUE ZEROS.

       01 WS-LINHA-POS.
           05 WS-POS-PRODUTO   PIC 9(007).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-POS-DEPOSITO  PIC 9(003).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-POS-SALDO     PIC -ZZZZZZ9.
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-POS-RESERVADO PIC -ZZZZZZ9.
           05 WS-KDX-MOTIVO    PIC X(002).
           05 FILLER           PIC X(005) VALUE " DOC ".
           05 WS-KDX-DOCUMENTO PIC 9(007).
           05 FILLER           PIC X(005) VALUE " DEP ".
           05 WS-KDX-DEPOSITO  PIC 9(003).

       01 WS-LINHA-CAB-LOT.
           05 FILLER PIC X(045) VALUE
              "VALIDADE|PRODUTO|DEP|LOTE      |  SALDO|DIAS".

       01 WS-LINHA-LOT.
           05 WS-LOT-VALIDADE  PIC 9(008).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-LOT-PRODUTO   PIC 9(007).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-LOT-DEPOSITO  PIC 9(003).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-LOT-LOTE      PIC X(010).
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-LOT-SALDO     PIC ZZZZZZ9.
           05 FILLER           PIC X(001) VALUE "|".
           05 WS-LOT-DIAS      PIC X(007).

       01 WS-DIAS-EDIT         PIC -ZZZ9.

       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_COMPRA.
       COPY CPY_ID_ARQ_COMPITEM.
       COPY CPY_ID_ARQ_REPOSICAO.
       COPY CPY_ID_ARQ_FORNECEDOR.
       COPY CPY_ID_ARQ_LOTE.
       COPY CPY_ID_ARQ_DEPOSITO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       COPY screenio.
           05 LINE 08 COLUMN 15 VALUE "02 - AJUSTE DE SALDO".
           05 LINE 09 COLUMN 15 VALUE "03 - POSICAO DE ESTOQUE".
           05 LINE 10 COLUMN 15 VALUE "04 - KARDEX DO PRODUTO".
           05 LINE 11 COLUMN 15 VALUE "05 - PARAMETROS DE REPOSICAO".
           05 LINE 12 COLUMN 15 VALUE "06 - LOTES A VENCER".
           05 LINE 13 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-MOVIMENTO.
           05 LINE 08 COLUMN 09 VALUE "Codigo Produto:".
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 08 VALUE "Codigo Motivo:".
           05 COLUMN PLUS 2 PIC X(02) USING WS-CD-MOTIVO.
           05 LINE 13 COLUMN 06 VALUE "Lote (opcional):".
           05 COLUMN PLUS 2 PIC X(10) USING WS-NR-LOTE.
           05 LINE 14 COLUMN 13 VALUE "Deposito:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DEPOSITO.
           05 COLUMN PLUS 2 VALUE "(0 = DEPOSITO PADRAO)".

       01 SS-TELA-RECEBIMENTO.
           05 SS-CHAVE-CMP FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 05 VALUE "Pedido de Compra:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PEDIDO-CMP
                  BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 16 VALUE "Linha:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-NR-SEQ-CMP
                  BLANK WHEN ZEROS.
           05 SS-DADOS-CMP.
               10 LINE 11 COLUMN 07 VALUE "Codigo Produto:".
               10 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-PRODUTO.
               10 LINE 12 COLUMN 06 VALUE "Qtde do Pedido:".
               10 COLUMN PLUS 2 PIC 9(05) FROM WS-QT-PEDIDA.
               10 LINE 13 COLUMN 06 VALUE "Ja Recebido...:".
               10 COLUMN PLUS 2 PIC 9(05) FROM WS-QT-RECEBIDA.
           05 SS-QTDE-CMP.
               10 LINE 15 COLUMN 05 VALUE "Qtde Recebida..:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-QT-MOVIMENTO.
               10 LINE 16 COLUMN 05 VALUE "Lote...........:".
               10 COLUMN PLUS 2 PIC X(10) USING WS-NR-LOTE.
               10 LINE 17 COLUMN 05 VALUE "Fabricacao.....:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FABRICACAO
                  BLANK WHEN ZEROS.
               10 LINE 18 COLUMN 05 VALUE "Validade.......:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-VALIDADE
                  BLANK WHEN ZEROS.
               10 LINE 19 COLUMN 05 VALUE "Deposito.......:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DEPOSITO.
               10 COLUMN PLUS 2 VALUE "(0 = DEPOSITO PADRAO)".

       01 SS-TELA-REPOSICAO.
           05 SS-CHAVE-REP FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 09 VALUE "Codigo Produto:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-PRODUTO
                  BLANK WHEN ZEROS.
           05 SS-DADOS-REP.
               10 LINE 10 COLUMN 09 VALUE "Cod Fornecedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-REP-FORNECEDOR.
               10 LINE 11 COLUMN 05 VALUE "Prazo Reposicao(d):".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-REP-PRAZO.
               10 LINE 12 COLUMN 05 VALUE "Dias de Seguranca.:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-REP-SEGURANCA.
               10 LINE 13 COLUMN 05 VALUE "Ponto Pedido Fixo.:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-REP-PONTO-FIXO.
               10 LINE 14 COLUMN 05 VALUE "Lote Minimo.......:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-REP-LOTE-MINIMO.
           05 SS-CALCULO-REP.
               10 LINE 16 COLUMN 05 VALUE "Media Diaria Saida:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-REP-MEDIA.
               10 LINE 17 COLUMN 05 VALUE "Ponto Calculado...:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9 FROM WS-REP-PONTO-CALC.
               10 LINE 18 COLUMN 05 VALUE "Calculado em......:".
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-REP-DT-CALCULO.

       01 SS-TELA-DIAS.
           05 LINE 08 COLUMN 09 VALUE "Vencendo em ate (dias):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-DIAS-ALERTA.

       01 SS-TELA-PRODUTO.
           05 LINE 08 COLUMN 09 VALUE "Codigo Produto:".
           END-IF
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-COMPRA
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-COMPITEM
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-REPOSICAO
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-FORNECEDOR
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-LOTE
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-DEPOSITO

           MOVE SPACES TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-PADRAO

           MOVE "RECEB-TOLERANCIA-PC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-TOLERANCIA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "LOTE-DIAS-ALERTA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-ALERTA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ESTOQUE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
                   WHEN E-KARDEX
                       PERFORM 1300-KARDEX-PRODUTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REPOSICAO
                       PERFORM 1400-PARAMETROS-REPOSICAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-VENCIMENTO
                       PERFORM 1500-LOTES-A-VENCER
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ENTRADA DE MERCADORIA CONTRA PEDIDO DE COMPRA (SINAL SEMPRE
      * POSITIVO, MOVIMENTO "E")
       1000-MOVIMENTA-ENTRADA SECTION.

           MOVE "01 - ENTRADA" TO WS-OP
           MOVE "E" TO FS-MOV-TP-MOVIMENTO
           MOVE "RC" TO WS-CD-MOTIVO
           MOVE "+" TO WS-SINAL
           PERFORM 2200-RECEBE-COMPRA.

       1000-MOVIMENTA-ENTRADAX. EXIT.

           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 5200-ABRIR-ARQ-LOTE
           OPEN INPUT ARQ-PRODUTO

           PERFORM UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE ZEROS TO WS-CD-PRODUTO WS-QT-MOVIMENTO
                             WS-NR-DOCUMENTO WS-CD-DEPOSITO
               MOVE SPACES TO WS-NR-LOTE

               ACCEPT SS-TELA-MOVIMENTO

                           MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       ELSE
                           PERFORM 6500-VALIDA-DEPOSITO
                           MOVE WS-DEPOSITO-OK TO WS-LOTE-OK
                           IF LOTE-VALIDO AND
                              WS-NR-LOTE NOT EQUAL SPACES
                               PERFORM 2280-LOCALIZA-LOTE
                           END-IF
                           IF LOTE-VALIDO
                               PERFORM 2100-APLICA-MOVIMENTO
                               IF WS-NR-LOTE NOT EQUAL SPACES
                                   PERFORM 2290-AJUSTA-LOTE
                               END-IF
                               MOVE "MOVIMENTO REGISTRADO COM SUCESSO"
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

           CLOSE ARQ-PRODUTO
           PERFORM 7200-FECHA-ARQ-LOTE
           PERFORM 7000-FECHA-ARQUIVOS.

       2000-CAPTURA-MOVIMENTOX. EXIT.
      * APLICA O MOVIMENTO NO SALDO E GRAVA NO KARDEX
       2100-APLICA-MOVIMENTO SECTION.

           MOVE WS-CD-PRODUTO  TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF NOT FS-STAT-STQ-OK
               MOVE WS-CD-PRODUTO  TO FS-STQ-CD-PRODUTO
               MOVE WS-CD-DEPOSITO TO FS-STQ-CD-DEPOSITO
               MOVE ZEROS TO FS-STQ-QT-SALDO FS-STQ-QT-RESERVADO
                             FS-STQ-DT-ULT-CONTAGEM
               WRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
           END-IF
           MOVE WS-CD-MOTIVO    TO FS-MOV-CD-MOTIVO
           MOVE WS-NR-DOCUMENTO TO FS-MOV-NR-DOCUMENTO
           MOVE WS-CD-DEPOSITO  TO FS-MOV-CD-DEPOSITO

           WRITE ARQ-MOVESTOQUE-REC
               INVALID KEY

       2100-APLICA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * RECEBE MERCADORIA CONTRA UMA LINHA EM ABERTO DO PEDIDO DE
      * COMPRA, APLICANDO A TOLERANCIA DE FALTA/SOBRA
       2200-RECEBE-COMPRA SECTION.

           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 5100-ABRIR-ARQ-COMPRA
           PERFORM 5200-ABRIR-ARQ-LOTE
           OPEN INPUT ARQ-PRODUTO

           PERFORM UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE ZEROS TO WS-NR-PEDIDO-CMP WS-NR-SEQ-CMP
                             WS-CD-PRODUTO WS-QT-PEDIDA WS-QT-RECEBIDA
                             WS-QT-MOVIMENTO WS-DT-FABRICACAO
                             WS-DT-VALIDADE WS-CD-DEPOSITO
               MOVE SPACES TO WS-NR-LOTE

               ACCEPT SS-CHAVE-CMP

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 6200-VALIDA-LINHA-COMPRA
                   IF LINHA-CMP-VALIDA
                       DISPLAY SS-DADOS-CMP
                       ACCEPT SS-QTDE-CMP
                       IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                           PERFORM 2250-CONFERE-RECEBIMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ARQ-PRODUTO
           PERFORM 7200-FECHA-ARQ-LOTE
           PERFORM 7100-FECHA-ARQ-COMPRA
           PERFORM 7000-FECHA-ARQUIVOS.

       2200-RECEBE-COMPRAX. EXIT.

      * -----------------------------------
      * CONFERE A QUANTIDADE RECEBIDA CONTRA A TOLERANCIA, LANCA A
      * ENTRADA NO ESTOQUE E ATUALIZA A LINHA E O PEDIDO DE COMPRA
       2250-CONFERE-RECEBIMENTO SECTION.

           MOVE 'N' TO WS-DEPOSITO-OK

           COMPUTE WS-QT-RECEB-TOTAL = WS-QT-RECEBIDA + WS-QT-MOVIMENTO
           COMPUTE WS-QT-LIMITE-MAX =
               WS-QT-PEDIDA * (100 + WS-PC-TOLERANCIA) / 100
           IF WS-PC-TOLERANCIA LESS 100
               COMPUTE WS-QT-LIMITE-MIN =
                   WS-QT-PEDIDA * (100 - WS-PC-TOLERANCIA) / 100
           ELSE
               MOVE ZEROS TO WS-QT-LIMITE-MIN
           END-IF

           EVALUATE TRUE
               WHEN WS-QT-MOVIMENTO EQUAL ZEROS
                   MOVE "FAVOR INFORMAR A Quantidade Recebida"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-QT-RECEB-TOTAL GREATER WS-QT-LIMITE-MAX
                   MOVE "RECEBIMENTO ACIMA DA TOLERANCIA DO PEDIDO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-NR-LOTE EQUAL SPACES OR
                    WS-DT-VALIDADE EQUAL ZEROS
                   MOVE "FAVOR INFORMAR Lote e Validade" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-DT-VALIDADE(5:2) LESS "01" OR
                    WS-DT-VALIDADE(5:2) GREATER "12" OR
                    WS-DT-VALIDADE(7:2) LESS "01" OR
                    WS-DT-VALIDADE(7:2) GREATER "31"
                   MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-DT-VALIDADE NOT GREATER WS-DT-HOJE
                   MOVE "VALIDADE DEVE SER POSTERIOR A DATA DE HOJE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-DT-FABRICACAO GREATER WS-DT-HOJE OR
                    WS-DT-FABRICACAO GREATER WS-DT-VALIDADE
                   MOVE "FABRICACAO APOS A DATA DE HOJE OU A VALIDADE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   PERFORM 6500-VALIDA-DEPOSITO
           END-EVALUATE

           IF DEPOSITO-VALIDO
               MOVE WS-NR-PEDIDO-CMP TO WS-NR-DOCUMENTO
               PERFORM 2100-APLICA-MOVIMENTO
               PERFORM 2270-GRAVA-LOTE

               MOVE WS-NR-PEDIDO-CMP TO FS-CPI-NR-PEDIDO
               MOVE WS-NR-SEQ-CMP    TO FS-CPI-NR-SEQUENCIA
               READ ARQ-COMPITEM
               MOVE WS-QT-RECEB-TOTAL TO FS-CPI-QT-RECEBIDA
               MOVE WS-DT-HOJE        TO FS-CPI-DT-ULT-RECEB
               IF WS-QT-RECEB-TOTAL NOT LESS WS-QT-LIMITE-MIN
                   MOVE "E" TO FS-CPI-IND-SITUACAO
               END-IF
               REWRITE ARQ-COMPITEM-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               PERFORM 2260-ATUALIZA-PEDIDO-CMP

               IF FS-CPI-ENCERRADA
                   MOVE "RECEBIMENTO REGISTRADO - LINHA ENCERRADA"
                     TO WS-MSGERRO
               ELSE
                   MOVE "RECEBIMENTO PARCIAL REGISTRADO"
                     TO WS-MSGERRO
               END-IF
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2250-CONFERE-RECEBIMENTOX. EXIT.

      * -----------------------------------
      * PEDIDO DE COMPRA FICA PARCIAL ENQUANTO HOUVER LINHA ABERTA E
      * ENCERRADO QUANDO TODAS AS LINHAS FOREM ENCERRADAS
       2260-ATUALIZA-PEDIDO-CMP SECTION.

           MOVE ZEROS TO WS-QT-LINHAS-ABERTAS

           MOVE WS-NR-PEDIDO-CMP TO FS-CPI-NR-PEDIDO
           MOVE ZEROS TO FS-CPI-NR-SEQUENCIA
           PERFORM 6300-LE-PROX-ITEM-CMP

           PERFORM UNTIL NOT FS-STAT-CPI-OK OR
                         FS-CPI-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO-CMP
               IF FS-CPI-ABERTA
                   ADD 1 TO WS-QT-LINHAS-ABERTAS
               END-IF
               PERFORM 6300-LE-PROX-ITEM-CMP
           END-PERFORM

           MOVE WS-NR-PEDIDO-CMP TO FS-CMP-NR-PEDIDO
           READ ARQ-COMPRA
           IF FS-STAT-CMP-OK
               IF WS-QT-LINHAS-ABERTAS EQUAL ZEROS
                   MOVE "E" TO FS-CMP-IND-SITUACAO
               ELSE
                   MOVE "P" TO FS-CMP-IND-SITUACAO
               END-IF
               REWRITE ARQ-COMPRA-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           MOVE WS-NR-PEDIDO-CMP TO FS-CPI-NR-PEDIDO
           MOVE WS-NR-SEQ-CMP    TO FS-CPI-NR-SEQUENCIA
           READ ARQ-COMPITEM.

       2260-ATUALIZA-PEDIDO-CMPX. EXIT.

      * -----------------------------------
      * SOMA O RECEBIMENTO AO LOTE (PRODUTO + DEPOSITO + VALIDADE +
      * LOTE), INCLUINDO O LOTE QUANDO AINDA NAO EXISTE
       2270-GRAVA-LOTE SECTION.

           MOVE WS-CD-PRODUTO  TO FS-LOT-CD-PRODUTO
           MOVE WS-CD-DEPOSITO TO FS-LOT-CD-DEPOSITO
           MOVE WS-DT-VALIDADE TO FS-LOT-DT-VALIDADE
           MOVE WS-NR-LOTE     TO FS-LOT-NR-LOTE
           READ ARQ-LOTE

           IF FS-STAT-LOT-OK
               ADD WS-QT-MOVIMENTO TO FS-LOT-QT-RECEBIDA
               ADD WS-QT-MOVIMENTO TO FS-LOT-QT-SALDO
               REWRITE ARQ-LOTE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO FS-LOT-DADOS
               MOVE WS-CD-PRODUTO    TO FS-LOT-CD-PRODUTO
               MOVE WS-CD-DEPOSITO   TO FS-LOT-CD-DEPOSITO
               MOVE WS-DT-VALIDADE   TO FS-LOT-DT-VALIDADE
               MOVE WS-NR-LOTE       TO FS-LOT-NR-LOTE
               MOVE WS-DT-FABRICACAO TO FS-LOT-DT-FABRICACAO
               MOVE WS-DT-HOJE       TO FS-LOT-DT-ENTRADA
               MOVE WS-NR-PEDIDO-CMP TO FS-LOT-NR-PEDIDO-CMP
               MOVE WS-QT-MOVIMENTO  TO FS-LOT-QT-RECEBIDA
                                        FS-LOT-QT-SALDO
               WRITE ARQ-LOTE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       2270-GRAVA-LOTEX. EXIT.

      * -----------------------------------
      * LOCALIZA O LOTE INFORMADO NO AJUSTE ENTRE OS LOTES DO
      * PRODUTO NO DEPOSITO; NO AJUSTE NEGATIVO O SALDO DO LOTE TEM
      * QUE COBRIR
       2280-LOCALIZA-LOTE SECTION.

           MOVE 'N' TO WS-LOTE-OK

           MOVE WS-CD-PRODUTO  TO FS-LOT-CD-PRODUTO
           MOVE WS-CD-DEPOSITO TO FS-LOT-CD-DEPOSITO
           MOVE ZEROS TO FS-LOT-DT-VALIDADE
           MOVE LOW-VALUES TO FS-LOT-NR-LOTE
           PERFORM 6400-LE-PROX-LOTE

           PERFORM UNTIL NOT FS-STAT-LOT-OK OR
                         FS-LOT-CD-PRODUTO NOT EQUAL WS-CD-PRODUTO OR
                         FS-LOT-CD-DEPOSITO NOT EQUAL WS-CD-DEPOSITO OR
                         LOTE-VALIDO
               IF FS-LOT-NR-LOTE EQUAL WS-NR-LOTE
                   MOVE 'S' TO WS-LOTE-OK
               ELSE
                   PERFORM 6400-LE-PROX-LOTE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT LOTE-VALIDO
                   MOVE "LOTE NAO ENCONTRADO NO DEPOSITO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN E-SINAL-MENOS AND
                    FS-LOT-QT-SALDO LESS WS-QT-MOVIMENTO
                   MOVE 'N' TO WS-LOTE-OK
                   MOVE "SALDO DO LOTE INSUFICIENTE PARA O AJUSTE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-EVALUATE.

       2280-LOCALIZA-LOTEX. EXIT.

      * -----------------------------------
      * APLICA O AJUSTE NO SALDO DO LOTE LOCALIZADO
       2290-AJUSTA-LOTE SECTION.

           IF E-SINAL-MENOS
               SUBTRACT WS-QT-MOVIMENTO FROM FS-LOT-QT-SALDO
           ELSE
               ADD WS-QT-MOVIMENTO TO FS-LOT-QT-SALDO
           END-IF

           REWRITE ARQ-LOTE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       2290-AJUSTA-LOTEX. EXIT.

      * -----------------------------------
      * CAPTURA E GRAVA OS PARAMETROS DE REPOSICAO DO PRODUTO LIDO
       2400-CAPTURA-REPOSICAO SECTION.

           MOVE WS-CD-PRODUTO TO FS-REP-CD-PRODUTO
           READ ARQ-REPOSICAO

           IF FS-STAT-REP-OK
               MOVE FS-REP-CD-FORNECEDOR     TO WS-REP-FORNECEDOR
               MOVE FS-REP-QT-PRAZO-DIAS     TO WS-REP-PRAZO
               MOVE FS-REP-QT-DIAS-SEGURANCA TO WS-REP-SEGURANCA
               MOVE FS-REP-QT-PONTO-FIXO     TO WS-REP-PONTO-FIXO
               MOVE FS-REP-QT-LOTE-MINIMO    TO WS-REP-LOTE-MINIMO
               MOVE FS-REP-QT-MEDIA-DIARIA   TO WS-REP-MEDIA
               MOVE FS-REP-QT-PONTO-CALC     TO WS-REP-PONTO-CALC
               MOVE FS-REP-DT-CALCULO        TO WS-REP-DT-CALCULO
           ELSE
               MOVE ZEROS TO WS-REP-FORNECEDOR WS-REP-PRAZO
                             WS-REP-SEGURANCA WS-REP-PONTO-FIXO
                             WS-REP-LOTE-MINIMO WS-REP-MEDIA
                             WS-REP-PONTO-CALC WS-REP-DT-CALCULO
           END-IF

           DISPLAY SS-CALCULO-REP
           ACCEPT SS-DADOS-REP

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
               MOVE 'S' TO WS-ERRO
               IF WS-REP-FORNECEDOR GREATER ZEROS
                   MOVE WS-REP-FORNECEDOR TO FS-FOR-CD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   IF NOT FS-STAT-FOR-OK
                       MOVE "FORNECEDOR NAO ENCONTRADO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 'N' TO WS-ERRO
                   END-IF
               END-IF

               IF E-SIM
                   MOVE WS-CD-PRODUTO      TO FS-REP-CD-PRODUTO
                   MOVE WS-REP-FORNECEDOR  TO FS-REP-CD-FORNECEDOR
                   MOVE WS-REP-PRAZO       TO FS-REP-QT-PRAZO-DIAS
                   MOVE WS-REP-SEGURANCA   TO FS-REP-QT-DIAS-SEGURANCA
                   MOVE WS-REP-PONTO-FIXO  TO FS-REP-QT-PONTO-FIXO
                   MOVE WS-REP-LOTE-MINIMO TO FS-REP-QT-LOTE-MINIMO
                   MOVE WS-REP-MEDIA       TO FS-REP-QT-MEDIA-DIARIA
                   MOVE WS-REP-PONTO-CALC  TO FS-REP-QT-PONTO-CALC
                   MOVE WS-REP-DT-CALCULO  TO FS-REP-DT-CALCULO

                   IF FS-STAT-REP-OK
                       REWRITE ARQ-REPOSICAO-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE ARQ-REPOSICAO-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF

                   MOVE "PARAMETROS DE REPOSICAO GRAVADOS" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
               MOVE SPACES TO WS-ERRO
           END-IF.

       2400-CAPTURA-REPOSICAOX. EXIT.

      * -----------------------------------
      * POSICAO DE ESTOQUE: SALDO, RESERVA E DISPONIVEL POR PRODUTO
      * NA TELA E EM POSICAO_ESTOQUE_<AAAAMMDD>.TXT

           DISPLAY SS-CLS

           MOVE "PRODUTO|DEP|SALDO   |RESERVA |DISPONIVEL"
             TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

                   FS-STQ-QT-SALDO - FS-STQ-QT-RESERVADO

               MOVE FS-STQ-CD-PRODUTO   TO WS-POS-PRODUTO
               MOVE FS-STQ-CD-DEPOSITO  TO WS-POS-DEPOSITO
               MOVE FS-STQ-QT-SALDO     TO WS-POS-SALDO
               MOVE FS-STQ-QT-RESERVADO TO WS-POS-RESERVADO
               MOVE WS-QT-DISPONIVEL    TO WS-POS-DISPONIVEL
                   MOVE FS-MOV-QT           TO WS-KDX-QT
                   MOVE FS-MOV-CD-MOTIVO    TO WS-KDX-MOTIVO
                   MOVE FS-MOV-NR-DOCUMENTO TO WS-KDX-DOCUMENTO
                   IF FS-MOV-CD-DEPOSITO IS NUMERIC AND
                      FS-MOV-CD-DEPOSITO GREATER ZEROS
                       MOVE FS-MOV-CD-DEPOSITO TO WS-KDX-DEPOSITO
                   ELSE
                       MOVE WS-CD-DEPOSITO-PADRAO TO WS-KDX-DEPOSITO
                   END-IF

                   DISPLAY WS-LINHA-KDX LINE WS-NUML-CURR COLUMN 1
                   ADD 1 TO WS-NUML-CURR

       1300-KARDEX-PRODUTOX. EXIT.

      * -----------------------------------
      * MANTEM OS PARAMETROS DE REPOSICAO DO PRODUTO EM ARQ-REPOSICAO
      * (INCLUI QUANDO AINDA NAO EXISTEM); MEDIA E PONTO CALCULADO
      * SAO APENAS EXIBIDOS, VEM DA ULTIMA SUGESTAO DE COMPRA
       1400-PARAMETROS-REPOSICAO SECTION.

           MOVE "05 - REPOSICAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-FORNECEDOR
           OPEN I-O ARQ-REPOSICAO
           IF FS-STAT-REP-NAO-EXISTE
               OPEN OUTPUT ARQ-REPOSICAO
               CLOSE ARQ-REPOSICAO
               OPEN I-O ARQ-REPOSICAO
           END-IF

           PERFORM UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE ZEROS TO WS-CD-PRODUTO

               ACCEPT SS-CHAVE-REP

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
                   READ ARQ-PRODUTO
                   IF NOT FS-STAT-PRO-OK
                       MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       PERFORM 2400-CAPTURA-REPOSICAO
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-FORNECEDOR
           CLOSE ARQ-REPOSICAO.

       1400-PARAMETROS-REPOSICAOX. EXIT.

      * -----------------------------------
      * LOTES A VENCER: LOTES COM SALDO QUE VENCEM ATE N DIAS (OU JA
      * VENCIDOS), EM ORDEM DE VALIDADE, NA TELA E EM
      * LOTES_A_VENCER_<AAAAMMDD>.TXT
       1500-LOTES-A-VENCER SECTION.

           MOVE "06 - LOTES A VENCER" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 6 TO WS-NUML-CURR

           DISPLAY SS-CLS
           ACCEPT SS-TELA-DIAS

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                 + WS-DIAS-ALERTA)

               MOVE SPACES TO WNM-ARQ-SAIDA
               STRING "LOTES_A_VENCER_" DELIMITED BY SIZE
                      WS-DT-HOJE ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-SAIDA

               OPEN OUTPUT ARQ-SAIDA

               DISPLAY SS-CLS
               DISPLAY WS-LINHA-CAB-LOT LINE 4 COLUMN 1
               MOVE WS-LINHA-CAB-LOT TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC

               MOVE ZEROS TO WS-QT-LOTES
               MOVE "N" TO WS-FIM-SORT-FILE

               SORT SORT-FILE
                   ASCENDING KEY SD-DT-VALIDADE
                   ASCENDING KEY SD-CD-PRODUTO
                   INPUT PROCEDURE 1510-SORT-INPUT
                   OUTPUT PROCEDURE 1520-SORT-OUTPUT

               CLOSE ARQ-SAIDA

               IF WS-QT-LOTES EQUAL ZEROS
                   MOVE "NENHUM LOTE A VENCER NO PERIODO" TO WS-MSGERRO
               ELSE
                   MOVE "RELATORIO GERADO. EXC PARA RETORNAR."
                     TO WS-MSGERRO
               END-IF
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1500-LOTES-A-VENCERX. EXIT.

      * -----------------------------------
      * LIBERA PARA O SORT OS LOTES COM SALDO E VALIDADE ATE O LIMITE
       1510-SORT-INPUT SECTION.

           OPEN INPUT ARQ-LOTE

           IF FS-STAT-LOT-OK
               MOVE LOW-VALUES TO FS-LOT-KEY
               PERFORM 6400-LE-PROX-LOTE

               PERFORM UNTIL NOT FS-STAT-LOT-OK
                   IF FS-LOT-QT-SALDO GREATER ZEROS AND
                      FS-LOT-DT-VALIDADE NOT GREATER WS-DT-LIMITE
                       MOVE FS-LOT-DT-VALIDADE TO SD-DT-VALIDADE
                       MOVE FS-LOT-CD-PRODUTO  TO SD-CD-PRODUTO
                       MOVE FS-LOT-CD-DEPOSITO TO SD-CD-DEPOSITO
                       MOVE FS-LOT-NR-LOTE     TO SD-NR-LOTE
                       MOVE FS-LOT-QT-SALDO    TO SD-QT-SALDO
                       RELEASE SORT-RECORD
                   END-IF
                   PERFORM 6400-LE-PROX-LOTE
               END-PERFORM

               CLOSE ARQ-LOTE
           END-IF.

       1510-SORT-INPUTX. EXIT.

      * -----------------------------------
      * MONTA AS LINHAS COM OS DIAS QUE FALTAM PARA O VENCIMENTO
       1520-SORT-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(SD-DT-VALIDADE)
                 - FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

               MOVE SD-DT-VALIDADE TO WS-LOT-VALIDADE
               MOVE SD-CD-PRODUTO  TO WS-LOT-PRODUTO
               MOVE SD-CD-DEPOSITO TO WS-LOT-DEPOSITO
               MOVE SD-NR-LOTE     TO WS-LOT-LOTE
               MOVE SD-QT-SALDO    TO WS-LOT-SALDO
               IF WS-DIAS-RESTANTES LESS ZEROS
                   MOVE "VENCIDO" TO WS-LOT-DIAS
               ELSE
                   MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
                   MOVE WS-DIAS-EDIT TO WS-LOT-DIAS
               END-IF

               DISPLAY WS-LINHA-LOT LINE WS-NUML-CURR COLUMN 1
               ADD 1 TO WS-NUML-CURR
               IF WS-NUML-CURR GREATER WS-NUML-ANT
                   MOVE 6 TO WS-NUML-CURR
               END-IF

               MOVE WS-LINHA-LOT TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
               ADD 1 TO WS-QT-LOTES

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM.

       1520-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE ESTOQUE PARA ENTRADA E SAIDA
       5000-ABRIR-ARQUIVOS SECTION.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE PEDIDO DE COMPRA PARA O RECEBIMENTO
       5100-ABRIR-ARQ-COMPRA SECTION.

           OPEN I-O ARQ-COMPRA
           IF FS-STAT-CMP-NAO-EXISTE
               OPEN OUTPUT ARQ-COMPRA
               CLOSE ARQ-COMPRA
               OPEN I-O ARQ-COMPRA
           END-IF

           OPEN I-O ARQ-COMPITEM
           IF FS-STAT-CPI-NAO-EXISTE
               OPEN OUTPUT ARQ-COMPITEM
               CLOSE ARQ-COMPITEM
               OPEN I-O ARQ-COMPITEM
           END-IF.

       5100-ABRIR-ARQ-COMPRAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE LOTES PARA ENTRADA E SAIDA
       5200-ABRIR-ARQ-LOTE SECTION.

           OPEN I-O ARQ-LOTE
           IF FS-STAT-LOT-NAO-EXISTE
               OPEN OUTPUT ARQ-LOTE
               CLOSE ARQ-LOTE
               OPEN I-O ARQ-LOTE
           END-IF.

       5200-ABRIR-ARQ-LOTEX. EXIT.

      * -----------------------------------
      * LE O PROXIMO SALDO PELA CHAVE
       6000-LE-PROX-ESTOQUE SECTION.

       6100-LE-PROX-MOVIMENTOX. EXIT.

      * -----------------------------------
      * VALIDA O PEDIDO DE COMPRA E A LINHA INFORMADOS: PEDIDO
      * PENDENTE, LINHA EM ABERTO E PRODUTO CADASTRADO
       6200-VALIDA-LINHA-COMPRA SECTION.

           MOVE 'N' TO WS-LINHA-CMP-OK

           MOVE WS-NR-PEDIDO-CMP TO FS-CMP-NR-PEDIDO
           READ ARQ-COMPRA

           EVALUATE TRUE
               WHEN WS-NR-PEDIDO-CMP EQUAL ZEROS OR
                    WS-NR-SEQ-CMP EQUAL ZEROS
                   MOVE "FAVOR INFORMAR Pedido de Compra e Linha"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-STAT-CMP-OK
                   MOVE "PEDIDO DE COMPRA NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-CMP-PENDENTE
                   MOVE "PEDIDO DE COMPRA ENCERRADO OU CANCELADO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE WS-NR-PEDIDO-CMP TO FS-CPI-NR-PEDIDO
                   MOVE WS-NR-SEQ-CMP    TO FS-CPI-NR-SEQUENCIA
                   READ ARQ-COMPITEM
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-CPI-OK
                           MOVE "LINHA DO PEDIDO NAO ENCONTRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT FS-CPI-ABERTA
                           MOVE "LINHA DO PEDIDO JA ENCERRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE FS-CPI-CD-PRODUTO  TO WS-CD-PRODUTO
                           MOVE FS-CPI-QT-PEDIDA   TO WS-QT-PEDIDA
                           MOVE FS-CPI-QT-RECEBIDA TO WS-QT-RECEBIDA
                           MOVE WS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
                           READ ARQ-PRODUTO
                           IF NOT FS-STAT-PRO-OK
                               MOVE "PRODUTO NAO ENCONTRADO"
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           ELSE
                               MOVE 'S' TO WS-LINHA-CMP-OK
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       6200-VALIDA-LINHA-COMPRAX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE PEDIDO DE COMPRA PELA CHAVE
       6300-LE-PROX-ITEM-CMP SECTION.

           START ARQ-COMPITEM KEY > FS-CPI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CPI
               NOT INVALID KEY
                   READ ARQ-COMPITEM NEXT
                       AT END MOVE 99 TO FS-STAT-CPI
                   END-READ
           END-START.

       6300-LE-PROX-ITEM-CMPX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LOTE PELA CHAVE
       6400-LE-PROX-LOTE SECTION.

           START ARQ-LOTE KEY > FS-LOT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-LOT
               NOT INVALID KEY
                   READ ARQ-LOTE NEXT
                       AT END MOVE 99 TO FS-STAT-LOT
                   END-READ
           END-START.

       6400-LE-PROX-LOTEX. EXIT.

      * -----------------------------------
      * VALIDA O DEPOSITO DO MOVIMENTO: ZERO FICA COM O DEPOSITO
      * PADRAO; INFORMADO, PRECISA EXISTIR E ESTAR ATIVO
       6500-VALIDA-DEPOSITO SECTION.

           MOVE 'S' TO WS-DEPOSITO-OK

           IF WS-CD-DEPOSITO EQUAL ZEROS
               MOVE WS-CD-DEPOSITO-PADRAO TO WS-CD-DEPOSITO
           END-IF

           IF WS-CD-DEPOSITO NOT EQUAL WS-CD-DEPOSITO-PADRAO
               MOVE 'N' TO WS-DEPOSITO-OK
               OPEN INPUT ARQ-DEPOSITO
               IF FS-STAT-DEP-OK
                   MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO
                   READ ARQ-DEPOSITO
                   IF FS-STAT-DEP-OK AND NOT FS-DEP-INATIVO
                       MOVE 'S' TO WS-DEPOSITO-OK
                   END-IF
                   CLOSE ARQ-DEPOSITO
               END-IF

               IF NOT DEPOSITO-VALIDO
                   MOVE "DEPOSITO NAO CADASTRADO OU INATIVO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       6500-VALIDA-DEPOSITOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE ESTOQUE
       7000-FECHA-ARQUIVOS SECTION.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE PEDIDO DE COMPRA
       7100-FECHA-ARQ-COMPRA SECTION.

           CLOSE ARQ-COMPRA
           CLOSE ARQ-COMPITEM.

       7100-FECHA-ARQ-COMPRAX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE LOTES
       7200-FECHA-ARQ-LOTE SECTION.

           CLOSE ARQ-LOTE.

       7200-FECHA-ARQ-LOTEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
