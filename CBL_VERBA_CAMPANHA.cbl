      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Aplicacao e Verba das Campanhas Promocionais
      * Tectonics: cobc
      ******************************************************************
      * ESCOLHE A CAMPANHA DA LINHA DO PEDIDO E CONTROLA A VERBA DAS
      * CAMPANHAS (CAMPANHA.IDX), GUARDANDO EM PEDCAMP.IDX (CHAVE
      * PEDIDO + SEQUENCIA) A CAMPANHA E A VERBA CONSUMIDA POR LINHA.
      *   "B" - PROCURA AS CAMPANHAS ATIVAS NA DATA DO PEDIDO QUE
      *         CASAM COM PRODUTO (OU FAMILIA), REGIAO E CLASSE ABC DO
      *         CLIENTE. PREFERE O MENOR PRECO ENTRE AS DE PRECO
      *         PROMOCIONAL E PERCENTUAL QUE FICAM ABAIXO DA TABELA;
      *         SEM ELAS, A LEVE X GANHE Y DE MAIOR BONIFICACAO QUE A
      *         QUANTIDADE ALCANCA. A VERBA CONSUMIDA E O DESCONTO
      *         SOBRE A TABELA VEZES A QUANTIDADE OU A QUANTIDADE
      *         BONIFICADA A PRECO DE TABELA; CAMPANHA SEM VERBA PARA
      *         A LINHA E IGNORADA E, SE SO HAVIA ESSAS, RC 4
      *   "C" - SOMA A VERBA DA LINHA AO CONSUMIDO DA CAMPANHA SOB
      *         BLOQUEIO DE REGISTRO E GRAVA A LINHA EM PEDCAMP; RC 4
      *         SE A CAMPANHA FOI INATIVADA OU A VERBA ACABOU DESDE A
      *         BUSCA
      *   "R" - COMO "C", SEM CRITICA, PARA A LINHA ORIGINAL QUE A
      *         ALTERACAO ABORTADA DEVOLVE AO PEDIDO
      *   "L" - DEVOLVE A CAMPANHA, MECANICA E VERBA DA LINHA
      *   "E" - DEVOLVE AS CAMPANHAS A VERBA DE TODAS AS LINHAS DO
      *         PEDIDO E APAGA AS LINHAS DE PEDCAMP (REDIGITACAO,
      *         CANCELAMENTO E REJEICAO DO PEDIDO)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_VERBA_CAMPANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CAM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CAM.

           SELECT ARQ-PEDCAMP ASSIGN TO DISK WID-ARQ-PEDCAMP
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PCA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PCA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CAMPANHA.

       COPY FS-ARQ-CAMPANHA.

       FD ARQ-PEDCAMP.

       COPY FS-ARQ-PEDCAMP.

       WORKING-STORAGE SECTION.
       77 FS-STAT-CAM PIC 9(02).
           88 FS-STAT-CAM-OK         VALUE 00.
           88 FS-STAT-CAM-NAO-EXISTE VALUE 35.

       77 FS-STAT-PCA PIC 9(02).
           88 FS-STAT-PCA-OK         VALUE 00.
           88 FS-STAT-PCA-NAO-EXISTE VALUE 35.

      * AVALIACAO DA CAMPANHA LIDA PARA A LINHA
       77 WS-VL-PRECO-CAMP  PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-GRUPOS      PIC 9(005) VALUE ZEROS.
       77 WS-QT-BONUS       PIC 9(007) VALUE ZEROS.
       77 WS-VL-INVEST      PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-SALDO-VERBA PIC S9(011)V99 VALUE ZEROS.
       77 WS-VERBA-FALTOU   PIC X VALUE 'N'.
           88 E-VERBA-FALTOU VALUE 'S'.

       COPY CPY_ID_ARQ_CAMPANHA.
       COPY CPY_ID_ARQ_PEDCAMP.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_VERBA_CAMPANHA.

       PROCEDURE DIVISION USING LK-VCA-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-VCA-RC

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CAMPANHA
           END-IF
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-PEDCAMP

           PERFORM 1000-EXECUTA-FUNCAO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS E EXECUTA A FUNCAO PEDIDA; SEM CADASTRO DE
      * CAMPANHAS NAO HA CAMPANHA A APLICAR NEM VERBA A DEVOLVER
       1000-EXECUTA-FUNCAO SECTION.

           IF LK-VCA-BUSCA
               MOVE ZEROS  TO LK-VCA-CD-CAMPANHA LK-VCA-VL-PRECO-CAMP
                              LK-VCA-QT-BONUS LK-VCA-VL-INVESTIMENTO
               MOVE SPACES TO LK-VCA-TP-MECANICA
           END-IF

           IF LK-VCA-ESTORNA
               MOVE ZEROS TO LK-VCA-VL-INVESTIMENTO
           END-IF

           OPEN I-O ARQ-CAMPANHA
           IF FS-STAT-CAM-NAO-EXISTE
               IF LK-VCA-CONSOME OR LK-VCA-RESTAURA
                   MOVE 8 TO LK-VCA-RC
               END-IF
               GO TO 1000-EXECUTA-FUNCAOX
           END-IF

           IF NOT FS-STAT-CAM-OK
               MOVE 8 TO LK-VCA-RC
               GO TO 1000-EXECUTA-FUNCAOX
           END-IF

           OPEN I-O ARQ-PEDCAMP
           IF FS-STAT-PCA-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDCAMP
               CLOSE ARQ-PEDCAMP
               OPEN I-O ARQ-PEDCAMP
           END-IF

           IF NOT FS-STAT-PCA-OK
               MOVE 8 TO LK-VCA-RC
               CLOSE ARQ-CAMPANHA
               GO TO 1000-EXECUTA-FUNCAOX
           END-IF

           EVALUATE TRUE
               WHEN LK-VCA-BUSCA
                   PERFORM 2000-BUSCA-CAMPANHA
               WHEN LK-VCA-CONSOME OR LK-VCA-RESTAURA
                   PERFORM 3000-CONSOME-VERBA
               WHEN LK-VCA-LE-LINHA
                   PERFORM 3100-LE-LINHA
               WHEN LK-VCA-ESTORNA
                   PERFORM 3200-ESTORNA-PEDIDO
               WHEN OTHER
                   MOVE 8 TO LK-VCA-RC
           END-EVALUATE

           CLOSE ARQ-CAMPANHA ARQ-PEDCAMP.

       1000-EXECUTA-FUNCAOX. EXIT.

      * -----------------------------------
      * PERCORRE AS CAMPANHAS E FICA COM A MELHOR QUE SE APLICA A
      * LINHA E AINDA TEM VERBA PARA ELA
       2000-BUSCA-CAMPANHA SECTION.

           MOVE 'N' TO WS-VERBA-FALTOU

           MOVE LOW-VALUES TO FS-CAM-KEY
           PERFORM 6000-LE-PROX-CAMPANHA

           PERFORM UNTIL NOT FS-STAT-CAM-OK

               IF NOT FS-CAM-INATIVA AND FS-CAM-MECANICA-OK AND
                  FS-CAM-DT-INICIO NOT GREATER LK-VCA-DT-PEDIDO AND
                  FS-CAM-DT-FIM NOT LESS LK-VCA-DT-PEDIDO AND
                  (FS-CAM-CD-PRODUTO EQUAL ZEROS OR
                   FS-CAM-CD-PRODUTO EQUAL LK-VCA-CD-PRODUTO) AND
                  (FS-CAM-CD-FAMILIA EQUAL SPACES OR
                   FS-CAM-CD-FAMILIA EQUAL LK-VCA-CD-FAMILIA) AND
                  (FS-CAM-CD-REGIAO EQUAL SPACES OR
                   FS-CAM-CD-REGIAO EQUAL LK-VCA-CD-REGIAO) AND
                  (FS-CAM-CLASSE-ABC EQUAL SPACES OR
                   FS-CAM-CLASSE-ABC EQUAL LK-VCA-CLASSE-ABC)
                   PERFORM 2100-AVALIA-CAMPANHA
               END-IF

               PERFORM 6000-LE-PROX-CAMPANHA
           END-PERFORM

           IF LK-VCA-CD-CAMPANHA EQUAL ZEROS AND E-VERBA-FALTOU
               MOVE 4 TO LK-VCA-RC
           END-IF.

       2000-BUSCA-CAMPANHAX. EXIT.

      * -----------------------------------
      * CALCULA O PRECO OU A BONIFICACAO DA CAMPANHA LIDA E A VERBA
      * QUE A LINHA CONSUMIRIA; GUARDA SE FOR MELHOR QUE A ATUAL
       2100-AVALIA-CAMPANHA SECTION.

           MOVE ZEROS TO WS-VL-PRECO-CAMP WS-QT-BONUS WS-VL-INVEST

           EVALUATE TRUE
               WHEN FS-CAM-PRECO-PROMO
                   MOVE FS-CAM-VL-PRECO-PROMO TO WS-VL-PRECO-CAMP
               WHEN FS-CAM-PERCENTUAL
                   COMPUTE WS-VL-PRECO-CAMP ROUNDED =
                       LK-VCA-VL-PRECO-TABELA *
                       (1 - FS-CAM-PC-DESCONTO / 100)
               WHEN FS-CAM-LEVE-GANHE
                   IF FS-CAM-QT-COMPRA EQUAL ZEROS OR
                      LK-VCA-QT LESS FS-CAM-QT-COMPRA
                       GO TO 2100-AVALIA-CAMPANHAX
                   END-IF
                   DIVIDE LK-VCA-QT BY FS-CAM-QT-COMPRA
                       GIVING WS-QT-GRUPOS
                   MULTIPLY WS-QT-GRUPOS BY FS-CAM-QT-BONUS
                       GIVING WS-QT-BONUS
                       ON SIZE ERROR
                           GO TO 2100-AVALIA-CAMPANHAX
                   END-MULTIPLY
                   IF WS-QT-BONUS EQUAL ZEROS OR
                      WS-QT-BONUS GREATER 99999
                       GO TO 2100-AVALIA-CAMPANHAX
                   END-IF
                   COMPUTE WS-VL-INVEST =
                       WS-QT-BONUS * LK-VCA-VL-PRECO-TABELA
           END-EVALUATE

           IF NOT FS-CAM-LEVE-GANHE
               IF WS-VL-PRECO-CAMP NOT LESS LK-VCA-VL-PRECO-TABELA
                   GO TO 2100-AVALIA-CAMPANHAX
               END-IF
               COMPUTE WS-VL-INVEST =
                   (LK-VCA-VL-PRECO-TABELA - WS-VL-PRECO-CAMP)
                   * LK-VCA-QT
           END-IF

           COMPUTE WS-VL-SALDO-VERBA =
               FS-CAM-VL-VERBA - FS-CAM-VL-CONSUMIDO
           IF WS-VL-INVEST GREATER WS-VL-SALDO-VERBA OR
              WS-VL-INVEST GREATER 999999999.99
               MOVE 'S' TO WS-VERBA-FALTOU
               GO TO 2100-AVALIA-CAMPANHAX
           END-IF

      * PRECO PROMOCIONAL E PERCENTUAL PREVALECEM SOBRE A LEVE X
      * GANHE Y; ENTRE ELES VALE O MENOR PRECO
           EVALUATE TRUE
               WHEN LK-VCA-CD-CAMPANHA EQUAL ZEROS
                   PERFORM 2200-GUARDA-CAMPANHA
               WHEN FS-CAM-LEVE-GANHE
                   IF LK-VCA-MEC-BONUS AND
                      WS-QT-BONUS GREATER LK-VCA-QT-BONUS
                       PERFORM 2200-GUARDA-CAMPANHA
                   END-IF
               WHEN LK-VCA-MEC-BONUS
                   PERFORM 2200-GUARDA-CAMPANHA
               WHEN WS-VL-PRECO-CAMP LESS LK-VCA-VL-PRECO-CAMP
                   PERFORM 2200-GUARDA-CAMPANHA
           END-EVALUATE.

       2100-AVALIA-CAMPANHAX. EXIT.

      * -----------------------------------
      * DEVOLVE A CAMPANHA AVALIADA COMO A ESCOLHIDA PARA A LINHA
       2200-GUARDA-CAMPANHA SECTION.

           MOVE FS-CAM-CD-CAMPANHA TO LK-VCA-CD-CAMPANHA
           MOVE FS-CAM-TP-MECANICA TO LK-VCA-TP-MECANICA
           MOVE WS-VL-PRECO-CAMP   TO LK-VCA-VL-PRECO-CAMP
           MOVE WS-QT-BONUS        TO LK-VCA-QT-BONUS
           MOVE WS-VL-INVEST       TO LK-VCA-VL-INVESTIMENTO.

       2200-GUARDA-CAMPANHAX. EXIT.

      * -----------------------------------
      * SOMA A VERBA DA LINHA AO CONSUMIDO DA CAMPANHA (SOB BLOQUEIO,
      * PARA DOIS TERMINAIS NAO ESTOURAREM A VERBA) E GRAVA A LINHA
       3000-CONSOME-VERBA SECTION.

           MOVE LK-VCA-CD-CAMPANHA TO FS-CAM-CD-CAMPANHA

           READ ARQ-CAMPANHA WITH LOCK

           IF NOT FS-STAT-CAM-OK
               MOVE 8 TO LK-VCA-RC
               GO TO 3000-CONSOME-VERBAX
           END-IF

           COMPUTE WS-VL-SALDO-VERBA =
               FS-CAM-VL-VERBA - FS-CAM-VL-CONSUMIDO

           IF LK-VCA-CONSOME AND
              (FS-CAM-INATIVA OR
               LK-VCA-VL-INVESTIMENTO GREATER WS-VL-SALDO-VERBA)
               MOVE 4 TO LK-VCA-RC
               GO TO 3000-CONSOME-VERBAX
           END-IF

           ADD LK-VCA-VL-INVESTIMENTO TO FS-CAM-VL-CONSUMIDO
               ON SIZE ERROR
                   MOVE 8 TO LK-VCA-RC
                   GO TO 3000-CONSOME-VERBAX
           END-ADD

           REWRITE ARQ-CAMPANHA-REC
               INVALID KEY
                   MOVE 8 TO LK-VCA-RC
                   GO TO 3000-CONSOME-VERBAX
           END-REWRITE

           MOVE LK-VCA-NR-PEDIDO       TO FS-PCA-NR-PEDIDO
           MOVE LK-VCA-NR-SEQUENCIA    TO FS-PCA-NR-SEQUENCIA
           MOVE LK-VCA-CD-CAMPANHA     TO FS-PCA-CD-CAMPANHA
           MOVE LK-VCA-TP-MECANICA     TO FS-PCA-TP-MECANICA
           MOVE LK-VCA-CD-PRODUTO      TO FS-PCA-CD-PRODUTO
           MOVE LK-VCA-QT              TO FS-PCA-QT
           MOVE LK-VCA-VL-INVESTIMENTO TO FS-PCA-VL-INVESTIMENTO
           MOVE LK-VCA-DT-PEDIDO       TO FS-PCA-DT-PEDIDO

           WRITE ARQ-PEDCAMP-REC
               INVALID KEY
                   REWRITE ARQ-PEDCAMP-REC
                       INVALID KEY
                           MOVE 8 TO LK-VCA-RC
                   END-REWRITE
           END-WRITE.

       3000-CONSOME-VERBAX. EXIT.

      * -----------------------------------
      * DEVOLVE A CAMPANHA USADA PELA LINHA DO PEDIDO
       3100-LE-LINHA SECTION.

           MOVE LK-VCA-NR-PEDIDO    TO FS-PCA-NR-PEDIDO
           MOVE LK-VCA-NR-SEQUENCIA TO FS-PCA-NR-SEQUENCIA

           READ ARQ-PEDCAMP

           IF FS-STAT-PCA-OK
               MOVE FS-PCA-CD-CAMPANHA     TO LK-VCA-CD-CAMPANHA
               MOVE FS-PCA-TP-MECANICA     TO LK-VCA-TP-MECANICA
               MOVE FS-PCA-CD-PRODUTO      TO LK-VCA-CD-PRODUTO
               MOVE FS-PCA-QT              TO LK-VCA-QT
               MOVE FS-PCA-VL-INVESTIMENTO TO LK-VCA-VL-INVESTIMENTO
               MOVE FS-PCA-DT-PEDIDO       TO LK-VCA-DT-PEDIDO
           ELSE
               MOVE ZEROS TO LK-VCA-CD-CAMPANHA LK-VCA-VL-INVESTIMENTO
               MOVE 8 TO LK-VCA-RC
           END-IF.

       3100-LE-LINHAX. EXIT.

      * -----------------------------------
      * DEVOLVE A VERBA DE CADA LINHA DO PEDIDO A SUA CAMPANHA E
      * APAGA A LINHA; O CONSUMIDO NUNCA FICA NEGATIVO
       3200-ESTORNA-PEDIDO SECTION.

           MOVE LK-VCA-NR-PEDIDO TO FS-PCA-NR-PEDIDO
           MOVE ZEROS TO FS-PCA-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-PEDCAMP

           PERFORM UNTIL NOT FS-STAT-PCA-OK OR
                         FS-PCA-NR-PEDIDO NOT EQUAL LK-VCA-NR-PEDIDO

               MOVE FS-PCA-CD-CAMPANHA TO FS-CAM-CD-CAMPANHA
               READ ARQ-CAMPANHA WITH LOCK
               IF FS-STAT-CAM-OK
                   IF FS-PCA-VL-INVESTIMENTO GREATER FS-CAM-VL-CONSUMIDO
                       MOVE ZEROS TO FS-CAM-VL-CONSUMIDO
                   ELSE
                       SUBTRACT FS-PCA-VL-INVESTIMENTO
                           FROM FS-CAM-VL-CONSUMIDO
                   END-IF
                   REWRITE ARQ-CAMPANHA-REC
                       INVALID KEY
                           MOVE 8 TO LK-VCA-RC
                   END-REWRITE
               END-IF

               ADD FS-PCA-VL-INVESTIMENTO TO LK-VCA-VL-INVESTIMENTO
               DELETE ARQ-PEDCAMP
                   INVALID KEY
                       MOVE 8 TO LK-VCA-RC
               END-DELETE

               PERFORM 6100-LE-PROX-PEDCAMP
           END-PERFORM.

       3200-ESTORNA-PEDIDOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA CAMPANHA PELA CHAVE
       6000-LE-PROX-CAMPANHA SECTION.

           START ARQ-CAMPANHA KEY > FS-CAM-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CAM
               NOT INVALID KEY
                   READ ARQ-CAMPANHA NEXT
                       AT END MOVE 99 TO FS-STAT-CAM
                   END-READ
           END-START.

       6000-LE-PROX-CAMPANHAX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE CAMPANHA DO PEDIDO PELA CHAVE
       6100-LE-PROX-PEDCAMP SECTION.

           START ARQ-PEDCAMP KEY > FS-PCA-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PCA
               NOT INVALID KEY
                   READ ARQ-PEDCAMP NEXT
                       AT END MOVE 99 TO FS-STAT-PCA
                   END-READ
           END-START.

       6100-LE-PROX-PEDCAMPX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_VERBA_CAMPANHA.
