      * LISTA_SEPARACAO_<CD>_<AAAAMMDD>_DIA_<N>.TXT EM ORDEM DE
      * PRODUTO COM O TOTAL GERAL NO FIM. SE ALGUM PEDIDO CONFIRMADO
      * DE UMA PARADA AINDA NAO FOI FATURADO A LISTA NAO SAI E OS
      * OFENSORES SAO LISTADOS. ABAIXO DE CADA PRODUTO SAEM OS
      * LOTES A SEPARAR, NA ORDEM DE VALIDADE, CONFORME CONSUMIDOS
      * PELA BAIXA DE ESTOQUE DO FATURAMENTO (ARQ-PEDLOTE). O DIA DE
      * CARGA E DE UM SO DEPOSITO (LINHA DEPOSITO; DO CABECALHO), QUE
      * SAI NO CABECALHO DA LISTA PARA O ARMAZEM CERTO SEPARAR.
      * O MOTORISTA DO DIA VEM DA ESCALA (CBL_ESCALA_MOTORISTA), QUE
      * REFLETE UMA TROCA FEITA DEPOIS DA MONTAGEM DA CARGA; SEM
      * ESCALA VALE A LINHA MOTORISTA; DO CABECALHO DO ARQUIVO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_LISTA_SEPARACAO.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-PEDLOTE ASSIGN TO DISK WID-ARQ-PEDLOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PLT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PLT.

           SELECT ARQ-LISTA ASSIGN TO WNM-ARQ-LISTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-LIS.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-PEDLOTE.

       COPY FS-ARQ-PEDLOTE.

       FD ARQ-LISTA.
       01 ARQ-LISTA-REC PIC X(100).

           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-PLT PIC 9(02).
           88 FS-STAT-PLT-OK         VALUE 00.

       77 WS-PEDLOTE-ABERTO PIC X VALUE 'N'.
           88 E-PEDLOTE-ABERTO VALUE 'S'.

       77 FS-STAT-LIS PIC 9(02).
           88 FS-STAT-LIS-OK         VALUE 00.

       77 WS-NR-DIA      PIC 9(003) VALUE 1.

       77 WS-NR-PLACA    PIC X(007) VALUE SPACES.
       77 WS-CD-DEPOSITO PIC X(003) VALUE SPACES.
       77 WS-CD-MOTORISTA PIC 9(005) VALUE ZEROS.
       77 WS-NM-MOTORISTA PIC X(040) VALUE SPACES.

       01 WS-CAR-CAMPOS.
           05 WS-CAR-CAMPO1 PIC X(012).
           05 WS-CAR-CAMPO2 PIC X(012).
           05 WS-CAR-CAMPO3 PIC X(040).

      * CLIENTES DAS PARADAS DO DIA
       01 WS-TAB-CLI.
               10 WS-TAB-PRO-QT PIC 9(007).
       77 WS-TAB-PRO-QTD PIC 9(003) VALUE ZEROS.

      * QUANTIDADE CONSOLIDADA POR PRODUTO E LOTE
       01 WS-TAB-LOT.
           05 WS-TAB-LOT-ITEM OCCURS 1000.
               10 WS-TAB-LOT-CD       PIC 9(007).
               10 WS-TAB-LOT-LOTE     PIC X(010).
               10 WS-TAB-LOT-VALIDADE PIC 9(008).
               10 WS-TAB-LOT-QT       PIC 9(007).
       77 WS-TAB-LOT-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-LOT-IDX PIC 9(004) VALUE ZEROS.
       77 WS-TAB-LOT-ACH PIC 9(004) VALUE ZEROS.
       77 WS-VALIDADE-MENOR PIC 9(008) VALUE ZEROS.

       77 WS-TAB-IDX  PIC 9(003) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(003) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_PEDLOTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_ESCALA_MOTORISTA.

       COPY screenio.

       LINKAGE SECTION.
           END-IF
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PEDLOTE

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
      * MONTA E GRAVA A LISTA DO DIA INFORMADO
       1000-GERA-LISTA SECTION.

           MOVE ZEROS TO WS-TAB-CLI-QTD WS-TAB-PRO-QTD WS-TAB-LOT-QTD
                         WQT-OFENSORES WQT-TOTAL-UNIDADES

           PERFORM 2000-CARREGA-PARADAS

      * -----------------------------------
      * CARREGA OS CLIENTES DAS PARADAS DO ARQUIVO DE CARGA DO DIA
      * (APROVEITANDO PLACA, DEPOSITO E MOTORISTA DO CABECALHO)
       2000-CARREGA-PARADAS SECTION.

           MOVE SPACES TO WNM-ARQ-CARGA WS-NR-PLACA WS-CD-DEPOSITO
                          WS-NM-MOTORISTA
           MOVE ZEROS TO WS-CD-MOTORISTA
           STRING
             "CARGA_VENDEDOR_" DELIMITED BY SIZE
             WS-CD-VENDEDOR DELIMITED BY SIZE
                               INTO WS-CAR-CAMPO1 WS-CAR-CAMPO2
                           END-UNSTRING
                           MOVE WS-CAR-CAMPO2(1:7) TO WS-NR-PLACA
                       WHEN ARQ-CARGA-REC(1:9) EQUAL "DEPOSITO;"
                           MOVE SPACES TO WS-CAR-CAMPOS
                           UNSTRING ARQ-CARGA-REC DELIMITED BY ";"
                               INTO WS-CAR-CAMPO1 WS-CAR-CAMPO2
                           END-UNSTRING
                           MOVE WS-CAR-CAMPO2(1:3) TO WS-CD-DEPOSITO
                       WHEN ARQ-CARGA-REC(1:10) EQUAL "MOTORISTA;"
                           MOVE SPACES TO WS-CAR-CAMPOS
                           UNSTRING ARQ-CARGA-REC DELIMITED BY ";"
                               INTO WS-CAR-CAMPO1 WS-CAR-CAMPO2
                                    WS-CAR-CAMPO3
                           END-UNSTRING
                           COMPUTE WS-CD-MOTORISTA =
                               FUNCTION NUMVAL(WS-CAR-CAMPO2)
                           MOVE WS-CAR-CAMPO3 TO WS-NM-MOTORISTA
                       WHEN ARQ-CARGA-REC(1:4) EQUAL "TRL;"
                           CONTINUE
                       WHEN ARQ-CARGA-REC EQUAL SPACES
               END-PERFORM

               CLOSE ARQ-CARGA

               INITIALIZE LK-ESM-PARAMETERS
               MOVE "C"            TO LK-ESM-FUNCAO
               MOVE WS-DT-CARGA    TO LK-ESM-DT-CARGA
               MOVE WS-CD-VENDEDOR TO LK-ESM-CD-VENDEDOR
               MOVE WS-NR-DIA      TO LK-ESM-NR-DIA
               CALL 'CBL_ESCALA_MOTORISTA' USING LK-ESM-PARAMETERS
               IF LK-ESM-RC-OK
                   MOVE LK-ESM-CD-MOTORISTA TO WS-CD-MOTORISTA
                   MOVE LK-ESM-NM-MOTORISTA TO WS-NM-MOTORISTA
               END-IF
           END-IF.

       2000-CARREGA-PARADASX. EXIT.
           OPEN INPUT ARQ-PEDITEM
           OPEN INPUT ARQ-PRODUTO

           MOVE 'N' TO WS-PEDLOTE-ABERTO
           OPEN INPUT ARQ-PEDLOTE
           IF FS-STAT-PLT-OK
               MOVE 'S' TO WS-PEDLOTE-ABERTO
           END-IF

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6000-LE-PROX-PEDIDO


           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-PRODUTO

           IF E-PEDLOTE-ABERTO
               CLOSE ARQ-PEDLOTE
               MOVE 'N' TO WS-PEDLOTE-ABERTO
           END-IF.

       2100-CONSOLIDA-PEDIDOSX. EXIT.

                   ADD FS-ITE-QT TO WQT-TOTAL-UNIDADES
               END-IF

               IF E-PEDLOTE-ABERTO
                   PERFORM 6200-ACUMULA-LOTES
               END-IF

               PERFORM 6150-LE-PROX-ITEM
           END-PERFORM.

       6100-ACUMULA-ITENSX. EXIT.

      * -----------------------------------
      * ACUMULA POR PRODUTO E LOTE OS LOTES CONSUMIDOS PELA LINHA
      * CORRENTE DO PEDIDO
       6200-ACUMULA-LOTES SECTION.

           MOVE FS-ITE-NR-PEDIDO    TO FS-PLT-NR-PEDIDO
           MOVE FS-ITE-NR-SEQUENCIA TO FS-PLT-NR-SEQUENCIA
           MOVE ZEROS TO FS-PLT-NR-ORDEM
           PERFORM 6250-LE-PROX-PEDLOTE

           PERFORM UNTIL NOT FS-STAT-PLT-OK OR
                         FS-PLT-NR-PEDIDO NOT EQUAL FS-ITE-NR-PEDIDO
                         OR FS-PLT-NR-SEQUENCIA NOT EQUAL
                            FS-ITE-NR-SEQUENCIA

               MOVE ZEROS TO WS-TAB-LOT-ACH
               PERFORM VARYING WS-TAB-LOT-IDX FROM 1 BY 1
                 UNTIL WS-TAB-LOT-IDX GREATER WS-TAB-LOT-QTD OR
                       WS-TAB-LOT-ACH GREATER ZEROS
                   IF WS-TAB-LOT-CD(WS-TAB-LOT-IDX) EQUAL
                      FS-PLT-CD-PRODUTO AND
                      WS-TAB-LOT-LOTE(WS-TAB-LOT-IDX) EQUAL
                      FS-PLT-NR-LOTE AND
                      WS-TAB-LOT-VALIDADE(WS-TAB-LOT-IDX) EQUAL
                      FS-PLT-DT-VALIDADE
                       MOVE WS-TAB-LOT-IDX TO WS-TAB-LOT-ACH
                   END-IF
               END-PERFORM

               IF WS-TAB-LOT-ACH EQUAL ZEROS AND
                  WS-TAB-LOT-QTD LESS 1000
                   ADD 1 TO WS-TAB-LOT-QTD
                   MOVE WS-TAB-LOT-QTD TO WS-TAB-LOT-ACH
                   MOVE FS-PLT-CD-PRODUTO
                     TO WS-TAB-LOT-CD(WS-TAB-LOT-ACH)
                   MOVE FS-PLT-NR-LOTE
                     TO WS-TAB-LOT-LOTE(WS-TAB-LOT-ACH)
                   MOVE FS-PLT-DT-VALIDADE
                     TO WS-TAB-LOT-VALIDADE(WS-TAB-LOT-ACH)
                   MOVE ZEROS TO WS-TAB-LOT-QT(WS-TAB-LOT-ACH)
               END-IF

               IF WS-TAB-LOT-ACH GREATER ZEROS
                   ADD FS-PLT-QT TO WS-TAB-LOT-QT(WS-TAB-LOT-ACH)
               END-IF

               PERFORM 6250-LE-PROX-PEDLOTE
           END-PERFORM.

       6200-ACUMULA-LOTESX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LOTE CONSUMIDO PELA CHAVE
       6250-LE-PROX-PEDLOTE SECTION.

           START ARQ-PEDLOTE KEY > FS-PLT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PLT
               NOT INVALID KEY
                   READ ARQ-PEDLOTE NEXT
                       AT END MOVE 99 TO FS-STAT-PLT
                   END-READ
           END-START.

       6250-LE-PROX-PEDLOTEX. EXIT.

      * -----------------------------------
      * GRAVA A LISTA EM ORDEM CRESCENTE DE PRODUTO, CONVERTENDO
      * CADA TOTAL EM EMBALAGENS FECHADAS MAIS UNIDADES SOLTAS
                  " DATA " WS-DT-CARGA DELIMITED BY SIZE
                  " DIA " WS-NR-DIA DELIMITED BY SIZE
                  " VEICULO " WS-NR-PLACA DELIMITED BY SIZE
                  " DEPOSITO " WS-CD-DEPOSITO DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE SPACES TO WS-LIN-TEXTO
           IF WS-CD-MOTORISTA GREATER ZEROS
               STRING "MOTORISTA " DELIMITED BY SIZE
                      WS-CD-MOTORISTA DELIMITED BY SIZE
                      " " WS-NM-MOTORISTA DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
           ELSE
               MOVE "MOTORISTA NAO ESCALADO" TO WS-LIN-TEXTO
           END-IF
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           OPEN INPUT ARQ-PRODUTO

           PERFORM WS-TAB-PRO-QTD TIMES
               MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
               WRITE ARQ-LISTA-REC

               PERFORM WS-TAB-LOT-QTD TIMES
                   PERFORM 3200-GRAVA-LOTE-PRODUTO
               END-PERFORM

               MOVE ZEROS TO WS-TAB-PRO-QT(WS-TAB-IDX)
           END-IF.

       3100-GRAVA-MENOR-PRODUTOX. EXIT.

      * -----------------------------------
      * GRAVA E ZERA O LOTE DE MENOR VALIDADE DO PRODUTO CORRENTE
      * AINDA NAO LISTADO
       3200-GRAVA-LOTE-PRODUTO SECTION.

           MOVE 99999999 TO WS-VALIDADE-MENOR
           MOVE ZEROS TO WS-TAB-LOT-ACH

           PERFORM VARYING WS-TAB-LOT-IDX FROM 1 BY 1
             UNTIL WS-TAB-LOT-IDX GREATER WS-TAB-LOT-QTD
               IF WS-TAB-LOT-CD(WS-TAB-LOT-IDX) EQUAL
                  WS-TAB-PRO-CD(WS-TAB-IDX) AND
                  WS-TAB-LOT-QT(WS-TAB-LOT-IDX) GREATER ZEROS AND
                  WS-TAB-LOT-VALIDADE(WS-TAB-LOT-IDX) LESS
                  WS-VALIDADE-MENOR
                   MOVE WS-TAB-LOT-VALIDADE(WS-TAB-LOT-IDX)
                     TO WS-VALIDADE-MENOR
                   MOVE WS-TAB-LOT-IDX TO WS-TAB-LOT-ACH
               END-IF
           END-PERFORM

           IF WS-TAB-LOT-ACH GREATER ZEROS
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "    LOTE " DELIMITED BY SIZE
                      WS-TAB-LOT-LOTE(WS-TAB-LOT-ACH)
                        DELIMITED BY SIZE
                      "  VALIDADE " DELIMITED BY SIZE
                      WS-TAB-LOT-VALIDADE(WS-TAB-LOT-ACH)
                        DELIMITED BY SIZE
                      "  QTDE " DELIMITED BY SIZE
                      WS-TAB-LOT-QT(WS-TAB-LOT-ACH) DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
               WRITE ARQ-LISTA-REC

               MOVE ZEROS TO WS-TAB-LOT-QT(WS-TAB-LOT-ACH)
           END-IF.

       3200-GRAVA-LOTE-PRODUTOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DA LISTA DE SAIDA
       5100-ABRIR-LISTA SECTION.
