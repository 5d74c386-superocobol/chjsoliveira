      * CLASSICO DE PARETO: "A" ATE ACUMULAR 80 PORCENTO DO VALOR,
      * "B" ATE 95 PORCENTO E "C" O RESTANTE (INCLUINDO QUEM NAO
      * COMPROU NO PERIODO).
      * EM SEGUIDA AS COMPRAS DAS LOJAS SAO SOMADAS POR REDE DE
      * CLIENTES E A REDE RECEBE A SUA PROPRIA CLASSE PELO MESMO
      * CRITERIO, CARIMBADA EM ARQ-REDE (REDE SEM COMPRA FICA "C").
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CLASSIFICA_ABC.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-REDE ASSIGN TO DISK WID-ARQ-REDE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RED.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-REDE.
       COPY FS-ARQ-REDE.

       SD  SORT-FILE.

       01  SORT-RECORD.
           88 FS-STAT-CLI-CANCELA    VALUE 99.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-RED PIC 9(02).
           88 FS-STAT-RED-OK         VALUE 00.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-PC-ACUMULADO   PIC 9(003)V99 VALUE ZEROS.
       77 WS-CLASSE         PIC X(001) VALUE "C".

      * TOTAL COMPRADO POR REDE, INDEXADO PELO CODIGO DA REDE, E A
      * CLASSE APURADA PARA CADA UMA
       01 WS-TAB-RED.
           05 WS-TAB-RED-ITEM OCCURS 99.
               10 WS-TAB-RED-VL      PIC 9(013)V99.
               10 WS-TAB-RED-CLASSE  PIC X(001).
       77 WS-TAB-RED-IDX PIC 9(003) VALUE ZEROS.
       77 WS-TAB-RED-MAX PIC 9(003) VALUE ZEROS.
       77 WS-CD-REDE     PIC 9(002) VALUE ZEROS.
       77 WS-VL-TOTAL-REDES PIC 9(015)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-ARQ-CLASSIFICADOS PIC 9(9) VALUE ZEROS.
           05 WQT-REDES-CLASSIFICADAS PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_REDE.

       COPY CPY_LE_PARAMETRO.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 05 VALUE "Clientes Classificados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-CLASSIFICADOS.
           05 LINE 14 COLUMN 07 VALUE "Redes Classificadas:".
           05 COLUMN PLUS 3 PIC 9(9) USING WQT-REDES-CLASSIFICADAS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PEDIDO
           END-IF
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-REDE

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
                   INPUT PROCEDURE 3000-SORT-INPUT
                   OUTPUT PROCEDURE 3100-SORT-OUTPUT

               PERFORM 4000-CLASSIFICA-REDES

               CLOSE ARQ-CLIENTE

               IF E-TAB-CHEIA

       3100-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * SOMA AS COMPRAS DAS LOJAS POR REDE, APURA A CLASSE DE CADA
      * REDE PELO ACUMULADO DE PARETO (80/95) E CARIMBA EM ARQ-REDE
       4000-CLASSIFICA-REDES SECTION.

           MOVE ZEROS TO WS-VL-TOTAL-REDES

           PERFORM VARYING WS-TAB-RED-IDX FROM 1 BY 1
             UNTIL WS-TAB-RED-IDX GREATER 99
               MOVE ZEROS TO WS-TAB-RED-VL(WS-TAB-RED-IDX)
               MOVE SPACES TO WS-TAB-RED-CLASSE(WS-TAB-RED-IDX)
           END-PERFORM

           PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
             UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD
               MOVE WS-TAB-CLI-CD(WS-TAB-CLI-IDX) TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF FS-STAT-CLI-OK AND FS-CLI-CD-REDE IS NUMERIC
                   MOVE FS-CLI-CD-REDE TO WS-CD-REDE
                   IF WS-CD-REDE GREATER ZEROS
                       ADD WS-TAB-CLI-VL(WS-TAB-CLI-IDX)
                         TO WS-TAB-RED-VL(WS-CD-REDE)
                       ADD WS-TAB-CLI-VL(WS-TAB-CLI-IDX)
                         TO WS-VL-TOTAL-REDES
                   END-IF
               END-IF
           END-PERFORM

      * PERCORRE AS REDES COM COMPRA DA MAIOR PARA A MENOR: A CADA
      * PASSADA ESCOLHE A MAIOR AINDA SEM CLASSE
           MOVE ZEROS TO WS-VL-ACUMULADO
           MOVE 1 TO WS-TAB-RED-MAX

           PERFORM UNTIL WS-TAB-RED-MAX EQUAL ZEROS
               MOVE ZEROS TO WS-TAB-RED-MAX
               PERFORM VARYING WS-TAB-RED-IDX FROM 1 BY 1
                 UNTIL WS-TAB-RED-IDX GREATER 99
                   IF WS-TAB-RED-CLASSE(WS-TAB-RED-IDX) EQUAL SPACES
                      AND WS-TAB-RED-VL(WS-TAB-RED-IDX) GREATER ZEROS
                       IF WS-TAB-RED-MAX EQUAL ZEROS
                           MOVE WS-TAB-RED-IDX TO WS-TAB-RED-MAX
                       ELSE
                           IF WS-TAB-RED-VL(WS-TAB-RED-IDX) GREATER
                              WS-TAB-RED-VL(WS-TAB-RED-MAX)
                               MOVE WS-TAB-RED-IDX TO WS-TAB-RED-MAX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-TAB-RED-MAX GREATER ZEROS
                   ADD WS-TAB-RED-VL(WS-TAB-RED-MAX) TO WS-VL-ACUMULADO
                   COMPUTE WS-PC-ACUMULADO ROUNDED =
                       (WS-VL-ACUMULADO / WS-VL-TOTAL-REDES) * 100

                   EVALUATE TRUE
                       WHEN WS-PC-ACUMULADO NOT GREATER 80
                           MOVE "A" TO WS-TAB-RED-CLASSE(WS-TAB-RED-MAX)
                       WHEN WS-PC-ACUMULADO NOT GREATER 95
                           MOVE "B" TO WS-TAB-RED-CLASSE(WS-TAB-RED-MAX)
                       WHEN OTHER
                           MOVE "C" TO WS-TAB-RED-CLASSE(WS-TAB-RED-MAX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           OPEN I-O ARQ-REDE

           IF NOT FS-STAT-RED-OK
               GO TO 4000-CLASSIFICA-REDESX
           END-IF

           PERFORM VARYING WS-TAB-RED-IDX FROM 1 BY 1
             UNTIL WS-TAB-RED-IDX GREATER 99
               MOVE WS-TAB-RED-IDX TO FS-RED-CD-REDE
               READ ARQ-REDE
               IF FS-STAT-RED-OK AND NOT FS-RED-INATIVA
                   IF WS-TAB-RED-CLASSE(WS-TAB-RED-IDX) EQUAL SPACES
                       MOVE "C" TO FS-RED-CLASSE-ABC
                   ELSE
                       MOVE WS-TAB-RED-CLASSE(WS-TAB-RED-IDX)
                         TO FS-RED-CLASSE-ABC
                   END-IF
                   REWRITE ARQ-REDE-REC
                   ADD 1 TO WQT-REDES-CLASSIFICADAS
               END-IF
           END-PERFORM

           CLOSE ARQ-REDE.

       4000-CLASSIFICA-REDESX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6000-LER-ARQ-PEDIDO SECTION.
