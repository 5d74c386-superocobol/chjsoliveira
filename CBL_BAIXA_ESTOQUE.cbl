      * DE ACERTO EM VEZ DE ESCONDER A SAIDA. PRODUTO RETORNAVEL
      * TAMBEM SOBE O SALDO DE VASILHAME DO CLIENTE DO PEDIDO EM
      * ARQ-SALDOVAS, PELO TIPO DO CADASTRO DE PRODUTOS.
      * A QUANTIDADE DE CADA LINHA TAMBEM E ABATIDA DOS LOTES DO
      * PRODUTO EM ARQ-LOTE, PRIMEIRO O QUE VENCE ANTES (LOTE JA
      * VENCIDO NAO SAI), E OS LOTES CONSUMIDOS FICAM EM ARQ-PEDLOTE
      * PARA A LISTA DE SEPARACAO.
      * SALDO, KARDEX E LOTES SAO OS DO DEPOSITO DO PEDIDO; PEDIDO
      * SEM DEPOSITO (ANTERIOR AOS DEPOSITOS) BAIXA NO DEPOSITO
      * PADRAO.
      * CADA SAIDA "FT" NO KARDEX GUARDA A LINHA DO PEDIDO QUE A
      * GEROU. NA RETOMADA DE UM FATURAMENTO INTERROMPIDO
      * (LK-BXE-RETOMADA) A LINHA QUE JA TEM A SUA SAIDA NO KARDEX
      * E PULADA, PARA O PEDIDO NAO BAIXAR O MESMO ITEM DUAS VEZES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_BAIXA_ESTOQUE.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-SDV.

           SELECT ARQ-LOTE ASSIGN TO DISK WID-ARQ-LOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LOT.

           SELECT ARQ-PEDLOTE ASSIGN TO DISK WID-ARQ-PEDLOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PLT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PLT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDITEM.

       COPY FS-ARQ-SALDOVAS.

       FD ARQ-LOTE.

       COPY FS-ARQ-LOTE.

       FD ARQ-PEDLOTE.

       COPY FS-ARQ-PEDLOTE.

       WORKING-STORAGE SECTION.
       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.
       77 WS-PRODUTO-ABERTO PIC X VALUE 'N'.
           88 E-PRODUTO-ABERTO VALUE 'S'.

       77 FS-STAT-LOT PIC 9(02).
           88 FS-STAT-LOT-OK         VALUE 00.
           88 FS-STAT-LOT-NAO-EXISTE VALUE 35.

       77 FS-STAT-PLT PIC 9(02).
           88 FS-STAT-PLT-OK         VALUE 00.
           88 FS-STAT-PLT-NAO-EXISTE VALUE 35.

       77 WS-QT-RESTANTE PIC 9(005) VALUE ZEROS.
       77 WS-QT-LOTE     PIC 9(005) VALUE ZEROS.
       77 WS-NR-ORDEM    PIC 9(002) VALUE ZEROS.
       77 WS-CD-DEPOSITO PIC 9(003) VALUE ZEROS.

       77 WS-ITEM-LANCADO PIC X VALUE 'N'.
           88 E-ITEM-LANCADO VALUE 'S'.

       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_SALDOVAS.
       COPY CPY_ID_ARQ_LOTE.
       COPY CPY_ID_ARQ_PEDLOTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DEPOSITO_REGIAO.

       LINKAGE SECTION.

       COPY CPY_BAIXA_ESTOQUE.
           MOVE WNM-PATH-PEDITEM TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-PEDITEM TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-PEDITEM TO WNM-PATH-SALDOVAS
           MOVE WNM-PATH-PEDITEM TO WNM-PATH-LOTE
           MOVE WNM-PATH-PEDITEM TO WNM-PATH-PEDLOTE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-BUFFER FROM TIME
           MOVE WS-HORA-BUFFER(1:6) TO WS-HR-AGORA

           IF LK-BXE-CD-DEPOSITO IS NUMERIC AND
              LK-BXE-CD-DEPOSITO GREATER ZEROS
               MOVE LK-BXE-CD-DEPOSITO TO WS-CD-DEPOSITO
           ELSE
               MOVE SPACES TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
               MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           IF LK-BXE-RC-OK
           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL LK-BXE-NR-PEDIDO

               MOVE 'N' TO WS-ITEM-LANCADO
               IF LK-BXE-RETOMADA
                   PERFORM 2050-VERIFICA-LANCADO
               END-IF

               IF NOT E-ITEM-LANCADO
                   PERFORM 2100-ABATE-SALDO
                   PERFORM 2200-GRAVA-MOVIMENTO
                   PERFORM 2300-SOBE-VASILHAME
                   PERFORM 2400-CONSOME-LOTES
               END-IF

               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       2000-BAIXA-ITENSX. EXIT.

      * -----------------------------------
      * RETOMADA: PROCURA NO KARDEX DO PRODUTO A SAIDA "FT" DESTE
      * PEDIDO PARA A LINHA CORRENTE, NO DEPOSITO DA BAIXA
       2050-VERIFICA-LANCADO SECTION.

           MOVE FS-ITE-CD-PRODUTO TO FS-MOV-CD-PRODUTO
           MOVE ZEROS TO FS-MOV-DT-MOVIMENTO
                         FS-MOV-HR-MOVIMENTO
                         FS-MOV-NR-SEQUENCIA

           START ARQ-MOVESTOQUE KEY NOT LESS FS-MOV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-MOV
           END-START

           PERFORM UNTIL NOT FS-STAT-MOV-OK OR E-ITEM-LANCADO
               READ ARQ-MOVESTOQUE NEXT
                   AT END MOVE 99 TO FS-STAT-MOV
               END-READ

               IF FS-STAT-MOV-OK
                   IF FS-MOV-CD-PRODUTO NOT EQUAL FS-ITE-CD-PRODUTO
                       MOVE 99 TO FS-STAT-MOV
                   ELSE
                       IF FS-MOV-CD-MOTIVO EQUAL "FT" AND
                          FS-MOV-NR-DOCUMENTO EQUAL LK-BXE-NR-PEDIDO
                          AND FS-MOV-NR-SEQ-ITEM IS NUMERIC
                          AND FS-MOV-NR-SEQ-ITEM EQUAL
                              FS-ITE-NR-SEQUENCIA
                          AND FS-MOV-CD-DEPOSITO EQUAL WS-CD-DEPOSITO
                           MOVE 'S' TO WS-ITEM-LANCADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2050-VERIFICA-LANCADOX. EXIT.

      * -----------------------------------
      * ABATE A QUANTIDADE DA LINHA DO SALDO E DA RESERVA DO PRODUTO
       2100-ABATE-SALDO SECTION.

           MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO    TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               END-REWRITE
           ELSE
               MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
               MOVE WS-CD-DEPOSITO    TO FS-STQ-CD-DEPOSITO
               COMPUTE FS-STQ-QT-SALDO = 0 - FS-ITE-QT
               MOVE ZEROS TO FS-STQ-QT-RESERVADO
                             FS-STQ-DT-ULT-CONTAGEM
               WRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       MOVE 8 TO LK-BXE-RC
           COMPUTE FS-MOV-QT = 0 - FS-ITE-QT
           MOVE "FT"              TO FS-MOV-CD-MOTIVO
           MOVE LK-BXE-NR-PEDIDO  TO FS-MOV-NR-DOCUMENTO
           MOVE WS-CD-DEPOSITO    TO FS-MOV-CD-DEPOSITO
           MOVE FS-ITE-NR-SEQUENCIA TO FS-MOV-NR-SEQ-ITEM

           WRITE ARQ-MOVESTOQUE-REC
               INVALID KEY

       2300-SOBE-VASILHAMEX. EXIT.

      * -----------------------------------
      * ABATE A QUANTIDADE DA LINHA DOS LOTES DO PRODUTO NA ORDEM DE
      * VALIDADE, A PARTIR DOS QUE VENCEM HOJE, E REGISTRA CADA
      * LOTE CONSUMIDO EM ARQ-PEDLOTE
       2400-CONSOME-LOTES SECTION.

           MOVE FS-ITE-QT TO WS-QT-RESTANTE
           MOVE ZEROS TO WS-NR-ORDEM

           MOVE FS-ITE-CD-PRODUTO TO FS-LOT-CD-PRODUTO
           MOVE WS-CD-DEPOSITO    TO FS-LOT-CD-DEPOSITO
           MOVE WS-DT-HOJE        TO FS-LOT-DT-VALIDADE
           MOVE LOW-VALUES        TO FS-LOT-NR-LOTE
           PERFORM 6200-LE-PROX-LOTE

           PERFORM UNTIL NOT FS-STAT-LOT-OK OR
                         FS-LOT-CD-PRODUTO NOT EQUAL FS-ITE-CD-PRODUTO
                         OR FS-LOT-CD-DEPOSITO NOT EQUAL WS-CD-DEPOSITO
                         OR WS-QT-RESTANTE EQUAL ZEROS
               IF FS-LOT-QT-SALDO GREATER ZEROS
                   IF FS-LOT-QT-SALDO LESS WS-QT-RESTANTE
                       MOVE FS-LOT-QT-SALDO TO WS-QT-LOTE
                   ELSE
                       MOVE WS-QT-RESTANTE TO WS-QT-LOTE
                   END-IF
                   SUBTRACT WS-QT-LOTE FROM FS-LOT-QT-SALDO
                   SUBTRACT WS-QT-LOTE FROM WS-QT-RESTANTE
                   REWRITE ARQ-LOTE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 2410-GRAVA-PEDLOTE
               END-IF
               PERFORM 6200-LE-PROX-LOTE
           END-PERFORM.

       2400-CONSOME-LOTESX. EXIT.

      * -----------------------------------
      * GRAVA O LOTE CONSUMIDO PELA LINHA CORRENTE DO PEDIDO
       2410-GRAVA-PEDLOTE SECTION.

           ADD 1 TO WS-NR-ORDEM

           MOVE LK-BXE-NR-PEDIDO    TO FS-PLT-NR-PEDIDO
           MOVE FS-ITE-NR-SEQUENCIA TO FS-PLT-NR-SEQUENCIA
           MOVE WS-NR-ORDEM         TO FS-PLT-NR-ORDEM
           MOVE FS-ITE-CD-PRODUTO   TO FS-PLT-CD-PRODUTO
           MOVE FS-LOT-NR-LOTE      TO FS-PLT-NR-LOTE
           MOVE FS-LOT-DT-VALIDADE  TO FS-PLT-DT-VALIDADE
           MOVE WS-QT-LOTE          TO FS-PLT-QT

           WRITE ARQ-PEDLOTE-REC
               INVALID KEY
                   REWRITE ARQ-PEDLOTE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       2410-GRAVA-PEDLOTEX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA BAIXA DE ESTOQUE
       5000-ABRIR-ARQUIVOS SECTION.
               OPEN OUTPUT ARQ-SALDOVAS
               CLOSE ARQ-SALDOVAS
               OPEN I-O ARQ-SALDOVAS
           END-IF

           OPEN I-O ARQ-LOTE
           IF FS-STAT-LOT-NAO-EXISTE
               OPEN OUTPUT ARQ-LOTE
               CLOSE ARQ-LOTE
               OPEN I-O ARQ-LOTE
           END-IF

           OPEN I-O ARQ-PEDLOTE
           IF FS-STAT-PLT-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDLOTE
               CLOSE ARQ-PEDLOTE
               OPEN I-O ARQ-PEDLOTE
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LOTE PELA CHAVE
       6200-LE-PROX-LOTE SECTION.

           START ARQ-LOTE KEY > FS-LOT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-LOT
               NOT INVALID KEY
                   READ ARQ-LOTE NEXT
                       AT END MOVE 99 TO FS-STAT-LOT
                   END-READ
           END-START.

       6200-LE-PROX-LOTEX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA BAIXA DE ESTOQUE
       7000-FECHA-ARQUIVOS SECTION.
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-SALDOVAS
           CLOSE ARQ-LOTE
           CLOSE ARQ-PEDLOTE

           IF E-PRODUTO-ABERTO
               CLOSE ARQ-PRODUTO
