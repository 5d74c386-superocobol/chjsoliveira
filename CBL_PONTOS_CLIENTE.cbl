      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Razao de Pontos de Fidelidade do Cliente
      * Tectonics: cobc
      ******************************************************************
      * MANTEM EM PONTOS.IDX O RAZAO DOS PONTOS DE FIDELIDADE DE CADA
      * CLIENTE (CHAVE CLIENTE + SEQUENCIA), UM REGISTRO POR MOVIMENTO
      * COM A ORIGEM, O DOCUMENTO E O SALDO APOS O MOVIMENTO; O SALDO
      * VIGENTE E O DO ULTIMO MOVIMENTO DO CLIENTE.
      *   "S" - DEVOLVE O SALDO DE PONTOS DO CLIENTE
      *   "F" - PONTUA UM PEDIDO DE VENDA FATURADO (CBL_FATURA_LOTE E
      *         CBL_GERA_RECEBER): CADA LINHA DO PEDIDO RENDE O VALOR
      *         DA LINHA VEZES A TAXA DA FAMILIA DO PRODUTO, PARAMETRO
      *         PONTOS-TAXA-<FAMILIA> (SEM ELE, PONTOS-TAXA; SEM ESTE,
      *         1 PONTO POR REAL). OS PONTOS VENCEM EM
      *         PONTOS-VALIDADE-MESES (PADRAO 12) MESES. PEDIDO JA
      *         PONTUADO NAO PONTUA DE NOVO.
      *   "D" - ESTORNA OS PONTOS DE UM ITEM DEVOLVIDO
      *         (CBL_MENU_DEVOLUCAO) PELA TAXA DA FAMILIA DO PRODUTO,
      *         SE O PEDIDO DEVOLVIDO PONTUOU, LIMITADO AO SALDO DO
      *         CLIENTE
      *   "R" - RESGATA PONTOS NO CATALOGO DE PREMIOS, GUARDANDO O
      *         CUSTO DO PREMIO; RECUSADO COM RC 4 SE FALTAR SALDO
      *   "X" - EXPIRA OS PONTOS VENCIDOS: OS DEBITOS CONSOMEM OS
      *         PONTOS MAIS ANTIGOS PRIMEIRO, LOGO EXPIRA O QUE OS
      *         GANHOS VENCIDOS ATE A DATA PASSAM DO TOTAL JA DEBITADO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_PONTOS_CLIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PONTOS ASSIGN TO DISK WID-ARQ-PONTOS
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PTS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PTS.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ITE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ITE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PONTOS.

       COPY FS-ARQ-PONTOS.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       WORKING-STORAGE SECTION.
       77 FS-STAT-PTS PIC 9(02).
           88 FS-STAT-PTS-OK         VALUE 00.
           88 FS-STAT-PTS-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 WS-NR-ULT-SEQ   PIC 9(005) VALUE ZEROS.
       77 WS-QT-SALDO     PIC 9(009) VALUE ZEROS.
       77 WS-QT-PONTOS    PIC 9(009) VALUE ZEROS.
       77 WS-VL-PONTOS    PIC 9(011)V99 VALUE ZEROS.
       77 WS-DT-EXPIRA    PIC 9(008) VALUE ZEROS.

      * TOTAIS DO RAZAO DO CLIENTE PARA A EXPIRACAO
       77 WS-QT-GANHO-VENCIDO PIC 9(011) VALUE ZEROS.
       77 WS-QT-DEBITADO      PIC 9(011) VALUE ZEROS.
       77 WS-QT-VENCER        PIC S9(011) VALUE ZEROS.

      * DOCUMENTOS JA LANCADOS NO RAZAO DO CLIENTE
       77 WS-NR-DOC-PEDIDO    PIC X(012) VALUE SPACES.
       77 WS-NR-DOC-DEVOLUCAO PIC X(012) VALUE SPACES.
       77 WS-ED-NR-DOC        PIC 9(007) VALUE ZEROS.

       77 WS-PEDIDO-PONTUADO PIC X VALUE 'N'.
           88 E-PEDIDO-PONTUADO VALUE 'S'.

      * TAXA DE PONTOS POR REAL, PADRAO E POR FAMILIA DE PRODUTO
       77 WS-PC-TAXA-PADRAO  PIC 9(003)V99 VALUE 1.
       77 WS-PC-TAXA         PIC 9(003)V99 VALUE ZEROS.
       77 WS-QT-MESES-VALIDADE PIC 9(003) VALUE 12.

       01 WS-TAB-TAXA.
           05 WS-TAX-QTDE     PIC 9(003) VALUE ZEROS.
           05 WS-TAX-ITEM OCCURS 100 TIMES.
               10 WS-TAX-CD-FAMILIA PIC X(004).
               10 WS-TAX-PC-TAXA    PIC 9(003)V99.
       77 WS-TAX-IDX PIC 9(003) VALUE ZEROS.

      * CALCULO DO VENCIMENTO (DATA DO MOVIMENTO + MESES DE VALIDADE)
       77 WS-QT-MESES-TOTAL PIC 9(007) VALUE ZEROS.
       77 WS-NR-ANO         PIC 9(004) VALUE ZEROS.
       77 WS-NR-MES         PIC 9(002) VALUE ZEROS.
       77 WS-NR-DIA         PIC 9(002) VALUE ZEROS.

       COPY CPY_ID_ARQ_PONTOS.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PRODUTO.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_PONTOS_CLIENTE.

       PROCEDURE DIVISION USING LK-PTS-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-PTS-RC LK-PTS-QT-SALDO

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PONTOS
           END-IF
           MOVE WNM-PATH-PONTOS TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-PONTOS TO WNM-PATH-PRODUTO

           MOVE LK-PTS-NR-PEDIDO    TO WS-ED-NR-DOC
           MOVE WS-ED-NR-DOC        TO WS-NR-DOC-PEDIDO
           MOVE LK-PTS-NR-DEVOLUCAO TO WS-ED-NR-DOC
           MOVE WS-ED-NR-DOC        TO WS-NR-DOC-DEVOLUCAO

           PERFORM 1000-EXECUTA-FUNCAO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ABRE O RAZAO E EXECUTA A FUNCAO PEDIDA
       1000-EXECUTA-FUNCAO SECTION.

           IF LK-PTS-SALDO
               OPEN INPUT ARQ-PONTOS
               IF FS-STAT-PTS-NAO-EXISTE
                   GO TO 1000-EXECUTA-FUNCAOX
               END-IF
           ELSE
               OPEN I-O ARQ-PONTOS
               IF FS-STAT-PTS-NAO-EXISTE
                   OPEN OUTPUT ARQ-PONTOS
                   CLOSE ARQ-PONTOS
                   OPEN I-O ARQ-PONTOS
               END-IF
           END-IF

           IF NOT FS-STAT-PTS-OK
               MOVE 8 TO LK-PTS-RC
               GO TO 1000-EXECUTA-FUNCAOX
           END-IF

           PERFORM 2000-BUSCA-SALDO

           MOVE ZEROS TO WS-DT-EXPIRA LK-PTS-QT-SALDO

           EVALUATE TRUE
               WHEN LK-PTS-SALDO
                   MOVE WS-QT-SALDO TO LK-PTS-QT-SALDO
               WHEN LK-PTS-FATURA
                   PERFORM 3000-PONTUA-PEDIDO
               WHEN LK-PTS-DEVOLVE
                   PERFORM 3100-ESTORNA-DEVOLUCAO
               WHEN LK-PTS-RESGATA
                   EVALUATE TRUE
                       WHEN LK-PTS-QT-PONTOS EQUAL ZEROS
                           MOVE 8 TO LK-PTS-RC
                       WHEN LK-PTS-QT-PONTOS GREATER WS-QT-SALDO
                           MOVE 4 TO LK-PTS-RC
                       WHEN OTHER
                           MOVE LK-PTS-QT-PONTOS TO WS-QT-PONTOS
                           SUBTRACT WS-QT-PONTOS FROM WS-QT-SALDO
                           MOVE "R"        TO FS-PTS-IND-TIPO
                           MOVE "RESGAT"   TO FS-PTS-CD-ORIGEM
                           MOVE WS-NR-DOC-PEDIDO TO FS-PTS-NR-DOCUMENTO
                           PERFORM 2100-GRAVA-MOVIMENTO
                   END-EVALUATE
                   IF NOT LK-PTS-RC-OK
                       MOVE WS-QT-SALDO TO LK-PTS-QT-SALDO
                   END-IF
               WHEN LK-PTS-EXPIRA
                   PERFORM 3200-EXPIRA-PONTOS
               WHEN OTHER
                   MOVE 8 TO LK-PTS-RC
           END-EVALUATE

           CLOSE ARQ-PONTOS.

       1000-EXECUTA-FUNCAOX. EXIT.

      * -----------------------------------
      * PERCORRE O RAZAO DO CLIENTE ATE O ULTIMO MOVIMENTO, QUE TRAZ
      * O SALDO VIGENTE E A ULTIMA SEQUENCIA USADA; NO CAMINHO SOMA
      * OS GANHOS VENCIDOS E OS DEBITOS E VE SE O PEDIDO INFORMADO
      * JA PONTUOU
       2000-BUSCA-SALDO SECTION.

           MOVE ZEROS TO WS-NR-ULT-SEQ WS-QT-SALDO
                         WS-QT-GANHO-VENCIDO WS-QT-DEBITADO
           MOVE 'N' TO WS-PEDIDO-PONTUADO

           MOVE LK-PTS-CD-CLIENTE TO FS-PTS-CD-CLIENTE
           MOVE ZEROS TO FS-PTS-NR-SEQUENCIA
           PERFORM 6000-LE-PROX-PONTOS

           PERFORM UNTIL NOT FS-STAT-PTS-OK OR
                         FS-PTS-CD-CLIENTE NOT EQUAL LK-PTS-CD-CLIENTE
               MOVE FS-PTS-NR-SEQUENCIA TO WS-NR-ULT-SEQ
               MOVE FS-PTS-QT-SALDO     TO WS-QT-SALDO

               IF FS-PTS-GANHO
                   IF FS-PTS-DT-EXPIRA NOT GREATER LK-PTS-DT-MOVIMENTO
                       ADD FS-PTS-QT-PONTOS TO WS-QT-GANHO-VENCIDO
                   END-IF
                   IF FS-PTS-NR-DOCUMENTO EQUAL WS-NR-DOC-PEDIDO
                       MOVE 'S' TO WS-PEDIDO-PONTUADO
                   END-IF
               ELSE
                   ADD FS-PTS-QT-PONTOS TO WS-QT-DEBITADO
               END-IF

               PERFORM 6000-LE-PROX-PONTOS
           END-PERFORM.

       2000-BUSCA-SALDOX. EXIT.

      * -----------------------------------
      * GRAVA O MOVIMENTO NA PROXIMA SEQUENCIA DO CLIENTE COM O NOVO
      * SALDO (TIPO, ORIGEM E DOCUMENTO JA PREENCHIDOS)
       2100-GRAVA-MOVIMENTO SECTION.

           MOVE LK-PTS-CD-CLIENTE   TO FS-PTS-CD-CLIENTE
           COMPUTE FS-PTS-NR-SEQUENCIA = WS-NR-ULT-SEQ + 1
           MOVE LK-PTS-DT-MOVIMENTO TO FS-PTS-DT-MOVIMENTO
           MOVE WS-QT-PONTOS        TO FS-PTS-QT-PONTOS
           MOVE WS-QT-SALDO         TO FS-PTS-QT-SALDO
           MOVE WS-DT-EXPIRA        TO FS-PTS-DT-EXPIRA
           MOVE ZEROS               TO FS-PTS-VL-CUSTO
           IF FS-PTS-RESGATE
               MOVE LK-PTS-VL-CUSTO TO FS-PTS-VL-CUSTO
           END-IF
           MOVE LK-PTS-ID-OPERADOR  TO FS-PTS-ID-OPERADOR
           MOVE LK-PTS-DS-HISTORICO TO FS-PTS-DS-HISTORICO

           WRITE ARQ-PONTOS-REC
               INVALID KEY
                   MOVE 8 TO LK-PTS-RC
           END-WRITE

           IF LK-PTS-RC-OK
               MOVE WS-QT-SALDO  TO LK-PTS-QT-SALDO
               MOVE WS-QT-PONTOS TO LK-PTS-QT-PONTOS
           END-IF.

       2100-GRAVA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * SOMA OS PONTOS DAS LINHAS DO PEDIDO FATURADO E LANCA O GANHO
      * COM O VENCIMENTO; PEDIDO JA PONTUADO NAO PONTUA DE NOVO
       3000-PONTUA-PEDIDO SECTION.

           MOVE ZEROS TO LK-PTS-QT-PONTOS
           MOVE WS-QT-SALDO TO LK-PTS-QT-SALDO

           IF E-PEDIDO-PONTUADO OR LK-PTS-NR-PEDIDO EQUAL ZEROS
               GO TO 3000-PONTUA-PEDIDOX
           END-IF

           PERFORM 5000-CARREGA-PARAMETROS

           OPEN INPUT ARQ-PEDITEM ARQ-PRODUTO
           MOVE ZEROS TO WS-VL-PONTOS

           MOVE LK-PTS-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL LK-PTS-NR-PEDIDO
               MOVE FS-ITE-CD-PRODUTO TO FS-PRO-CD-PRODUTO
               PERFORM 6300-BUSCA-TAXA
               COMPUTE WS-VL-PONTOS = WS-VL-PONTOS +
                       FS-ITE-VL-TOTAL * WS-PC-TAXA
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           CLOSE ARQ-PEDITEM ARQ-PRODUTO

           MOVE WS-VL-PONTOS TO WS-QT-PONTOS
           IF WS-QT-PONTOS EQUAL ZEROS
               GO TO 3000-PONTUA-PEDIDOX
           END-IF

           PERFORM 6400-CALCULA-VENCIMENTO

           ADD WS-QT-PONTOS TO WS-QT-SALDO
           MOVE "G"              TO FS-PTS-IND-TIPO
           MOVE "FATURA"         TO FS-PTS-CD-ORIGEM
           MOVE WS-NR-DOC-PEDIDO TO FS-PTS-NR-DOCUMENTO
           PERFORM 2100-GRAVA-MOVIMENTO.

       3000-PONTUA-PEDIDOX. EXIT.

      * -----------------------------------
      * ESTORNA, PELA TAXA DA FAMILIA, OS PONTOS DO ITEM DEVOLVIDO DE
      * UM PEDIDO QUE PONTUOU, SEM PASSAR DO SALDO DO CLIENTE
       3100-ESTORNA-DEVOLUCAO SECTION.

           MOVE ZEROS TO LK-PTS-QT-PONTOS
           MOVE WS-QT-SALDO TO LK-PTS-QT-SALDO

           IF NOT E-PEDIDO-PONTUADO OR LK-PTS-NR-PEDIDO EQUAL ZEROS
               GO TO 3100-ESTORNA-DEVOLUCAOX
           END-IF

           PERFORM 5000-CARREGA-PARAMETROS

           OPEN INPUT ARQ-PRODUTO
           MOVE LK-PTS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
           PERFORM 6300-BUSCA-TAXA
           CLOSE ARQ-PRODUTO

           COMPUTE WS-VL-PONTOS = LK-PTS-VL-DEVOLVIDO * WS-PC-TAXA
           MOVE WS-VL-PONTOS TO WS-QT-PONTOS
           IF WS-QT-PONTOS GREATER WS-QT-SALDO
               MOVE WS-QT-SALDO TO WS-QT-PONTOS
           END-IF
           IF WS-QT-PONTOS EQUAL ZEROS
               GO TO 3100-ESTORNA-DEVOLUCAOX
           END-IF

           SUBTRACT WS-QT-PONTOS FROM WS-QT-SALDO
           MOVE "E"                 TO FS-PTS-IND-TIPO
           MOVE "DEVOL"             TO FS-PTS-CD-ORIGEM
           MOVE WS-NR-DOC-DEVOLUCAO TO FS-PTS-NR-DOCUMENTO
           PERFORM 2100-GRAVA-MOVIMENTO.

       3100-ESTORNA-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * EXPIRA O QUE OS GANHOS VENCIDOS ATE A DATA PASSAM DO TOTAL JA
      * DEBITADO (ESTORNOS, RESGATES E EXPIRACOES ANTERIORES)
       3200-EXPIRA-PONTOS SECTION.

           MOVE ZEROS TO LK-PTS-QT-PONTOS
           MOVE WS-QT-SALDO TO LK-PTS-QT-SALDO

           COMPUTE WS-QT-VENCER = WS-QT-GANHO-VENCIDO - WS-QT-DEBITADO
           IF WS-QT-VENCER GREATER WS-QT-SALDO
               MOVE WS-QT-SALDO TO WS-QT-VENCER
           END-IF
           IF WS-QT-VENCER NOT GREATER ZEROS
               GO TO 3200-EXPIRA-PONTOSX
           END-IF

           MOVE WS-QT-VENCER TO WS-QT-PONTOS
           SUBTRACT WS-QT-PONTOS FROM WS-QT-SALDO
           MOVE "X"      TO FS-PTS-IND-TIPO
           MOVE "EXPIRA" TO FS-PTS-CD-ORIGEM
           MOVE SPACES   TO FS-PTS-NR-DOCUMENTO
           PERFORM 2100-GRAVA-MOVIMENTO.

       3200-EXPIRA-PONTOSX. EXIT.

      * -----------------------------------
      * LE A TAXA PADRAO E A VALIDADE DOS PONTOS
       5000-CARREGA-PARAMETROS SECTION.

           MOVE ZEROS TO WS-TAX-QTDE

           MOVE "PONTOS-TAXA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-TAXA-PADRAO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "PONTOS-VALIDADE-MESES" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-MESES-VALIDADE =
                       FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF.

       5000-CARREGA-PARAMETROSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO PELA CHAVE
       6000-LE-PROX-PONTOS SECTION.

           START ARQ-PONTOS KEY > FS-PTS-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PTS
               NOT INVALID KEY
                   READ ARQ-PONTOS NEXT
                       AT END MOVE 99 TO FS-STAT-PTS
                   END-READ
           END-START.

       6000-LE-PROX-PONTOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DO PEDIDO
       6100-LE-PROX-ITEM SECTION.

           START ARQ-PEDITEM KEY > FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * TAXA DE PONTOS DA FAMILIA DO PRODUTO (FS-PRO-CD-PRODUTO JA
      * CARREGADO); CADA FAMILIA LE O SEU PARAMETRO UMA SO VEZ
       6300-BUSCA-TAXA SECTION.

           MOVE WS-PC-TAXA-PADRAO TO WS-PC-TAXA

           READ ARQ-PRODUTO
           IF NOT FS-STAT-PRO-OK OR FS-PRO-CD-FAMILIA EQUAL SPACES
               GO TO 6300-BUSCA-TAXAX
           END-IF

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                     UNTIL WS-TAX-IDX GREATER WS-TAX-QTDE OR
                           WS-TAX-CD-FAMILIA(WS-TAX-IDX) EQUAL
                           FS-PRO-CD-FAMILIA
               CONTINUE
           END-PERFORM

           IF WS-TAX-IDX NOT GREATER WS-TAX-QTDE
               MOVE WS-TAX-PC-TAXA(WS-TAX-IDX) TO WS-PC-TAXA
               GO TO 6300-BUSCA-TAXAX
           END-IF

           MOVE SPACES TO LK-PAR-CHAVE
           STRING "PONTOS-TAXA-" DELIMITED BY SIZE
                  FS-PRO-CD-FAMILIA DELIMITED BY SPACE
             INTO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-TAXA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           IF WS-TAX-QTDE LESS 100
               ADD 1 TO WS-TAX-QTDE
               MOVE FS-PRO-CD-FAMILIA TO WS-TAX-CD-FAMILIA(WS-TAX-QTDE)
               MOVE WS-PC-TAXA        TO WS-TAX-PC-TAXA(WS-TAX-QTDE)
           END-IF.

       6300-BUSCA-TAXAX. EXIT.

      * -----------------------------------
      * VENCIMENTO DOS PONTOS: DATA DO MOVIMENTO MAIS OS MESES DE
      * VALIDADE, COM O DIA LIMITADO A 28 PARA CAIR EM DATA VALIDA
       6400-CALCULA-VENCIMENTO SECTION.

           MOVE LK-PTS-DT-MOVIMENTO(1:4) TO WS-NR-ANO
           MOVE LK-PTS-DT-MOVIMENTO(5:2) TO WS-NR-MES
           MOVE LK-PTS-DT-MOVIMENTO(7:2) TO WS-NR-DIA

           COMPUTE WS-QT-MESES-TOTAL = WS-NR-ANO * 12 + WS-NR-MES - 1
                                     + WS-QT-MESES-VALIDADE
           DIVIDE WS-QT-MESES-TOTAL BY 12 GIVING WS-NR-ANO
               REMAINDER WS-NR-MES
           ADD 1 TO WS-NR-MES
           IF WS-NR-DIA GREATER 28
               MOVE 28 TO WS-NR-DIA
           END-IF

           COMPUTE WS-DT-EXPIRA = WS-NR-ANO * 10000 + WS-NR-MES * 100
                                + WS-NR-DIA.

       6400-CALCULA-VENCIMENTOX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_PONTOS_CLIENTE.
