      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Razao do Haver (Credito) do Cliente
      * Tectonics: cobc
      ******************************************************************
      * MANTEM EM HAVER.IDX O RAZAO DOS CREDITOS DE CADA CLIENTE
      * (CHAVE CLIENTE + SEQUENCIA), UM REGISTRO POR MOVIMENTO COM A
      * ORIGEM, O DOCUMENTO DE ORIGEM E O SALDO APOS O MOVIMENTO; O
      * SALDO VIGENTE E O DO ULTIMO MOVIMENTO DO CLIENTE.
      *   "S" - DEVOLVE O SALDO DO HAVER DO CLIENTE
      *   "C" - LANCA UM CREDITO (PAGAMENTO A MAIOR EM
      *         CBL_BAIXA_RECEBER, DEVOLUCAO APOS O PAGAMENTO EM
      *         CBL_MENU_DEVOLUCAO/CBL_MENU_ENTREGA, CREDITO MANUAL
      *         EM CBL_MENU_HAVER)
      *   "U" - UTILIZA O HAVER NA BAIXA DE UM TITULO; RECUSADO COM
      *         RC 4 QUANDO O VALOR PASSA DO SALDO
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_HAVER_CLIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-HAVER ASSIGN TO DISK WID-ARQ-HAVER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HAV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HAV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HAVER.

       COPY FS-ARQ-HAVER.

       WORKING-STORAGE SECTION.
       77 FS-STAT-HAV PIC 9(02).
           88 FS-STAT-HAV-OK         VALUE 00.
           88 FS-STAT-HAV-NAO-EXISTE VALUE 35.

       77 WS-NR-ULT-SEQ   PIC 9(005) VALUE ZEROS.
       77 WS-VL-SALDO     PIC 9(011)V99 VALUE ZEROS.

       COPY CPY_ID_ARQ_HAVER.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_HAVER_CLIENTE.

       PROCEDURE DIVISION USING LK-HAV-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-HAV-RC LK-HAV-VL-SALDO

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-HAVER
           END-IF

           PERFORM 1000-EXECUTA-FUNCAO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ABRE O RAZAO E EXECUTA A FUNCAO PEDIDA
       1000-EXECUTA-FUNCAO SECTION.

           IF LK-HAV-SALDO
               OPEN INPUT ARQ-HAVER
               IF FS-STAT-HAV-NAO-EXISTE
                   GO TO 1000-EXECUTA-FUNCAOX
               END-IF
           ELSE
               OPEN I-O ARQ-HAVER
               IF FS-STAT-HAV-NAO-EXISTE
                   OPEN OUTPUT ARQ-HAVER
                   CLOSE ARQ-HAVER
                   OPEN I-O ARQ-HAVER
               END-IF
           END-IF

           IF NOT FS-STAT-HAV-OK
               MOVE 8 TO LK-HAV-RC
               GO TO 1000-EXECUTA-FUNCAOX
           END-IF

           PERFORM 2000-BUSCA-SALDO

           EVALUATE TRUE
               WHEN LK-HAV-SALDO
                   MOVE WS-VL-SALDO TO LK-HAV-VL-SALDO
               WHEN LK-HAV-CREDITA
                   IF LK-HAV-VL-MOVIMENTO EQUAL ZEROS
                       MOVE 8 TO LK-HAV-RC
                   ELSE
                       ADD LK-HAV-VL-MOVIMENTO TO WS-VL-SALDO
                       MOVE "C" TO FS-HAV-IND-TIPO
                       PERFORM 2100-GRAVA-MOVIMENTO
                   END-IF
               WHEN LK-HAV-UTILIZA
                   EVALUATE TRUE
                       WHEN LK-HAV-VL-MOVIMENTO EQUAL ZEROS
                           MOVE 8 TO LK-HAV-RC
                       WHEN LK-HAV-VL-MOVIMENTO GREATER WS-VL-SALDO
                           MOVE 4 TO LK-HAV-RC
                       WHEN OTHER
                           SUBTRACT LK-HAV-VL-MOVIMENTO
                               FROM WS-VL-SALDO
                           MOVE "U" TO FS-HAV-IND-TIPO
                           PERFORM 2100-GRAVA-MOVIMENTO
                   END-EVALUATE
                   IF NOT LK-HAV-RC-OK
                       MOVE WS-VL-SALDO TO LK-HAV-VL-SALDO
                   END-IF
               WHEN OTHER
                   MOVE 8 TO LK-HAV-RC
           END-EVALUATE

           CLOSE ARQ-HAVER.

       1000-EXECUTA-FUNCAOX. EXIT.

      * -----------------------------------
      * PERCORRE O RAZAO DO CLIENTE ATE O ULTIMO MOVIMENTO, QUE TRAZ
      * O SALDO VIGENTE E A ULTIMA SEQUENCIA USADA
       2000-BUSCA-SALDO SECTION.

           MOVE ZEROS TO WS-NR-ULT-SEQ WS-VL-SALDO

           MOVE LK-HAV-CD-CLIENTE TO FS-HAV-CD-CLIENTE
           MOVE ZEROS TO FS-HAV-NR-SEQUENCIA
           PERFORM 6000-LE-PROX-HAVER

           PERFORM UNTIL NOT FS-STAT-HAV-OK OR
                         FS-HAV-CD-CLIENTE NOT EQUAL LK-HAV-CD-CLIENTE
               MOVE FS-HAV-NR-SEQUENCIA TO WS-NR-ULT-SEQ
               MOVE FS-HAV-VL-SALDO     TO WS-VL-SALDO
               PERFORM 6000-LE-PROX-HAVER
           END-PERFORM.

       2000-BUSCA-SALDOX. EXIT.

      * -----------------------------------
      * GRAVA O MOVIMENTO NA PROXIMA SEQUENCIA DO CLIENTE COM O NOVO
      * SALDO (FS-HAV-IND-TIPO JA PREENCHIDO)
       2100-GRAVA-MOVIMENTO SECTION.

           MOVE LK-HAV-CD-CLIENTE   TO FS-HAV-CD-CLIENTE
           COMPUTE FS-HAV-NR-SEQUENCIA = WS-NR-ULT-SEQ + 1
           MOVE LK-HAV-DT-MOVIMENTO TO FS-HAV-DT-MOVIMENTO
           MOVE LK-HAV-CD-ORIGEM    TO FS-HAV-CD-ORIGEM
           MOVE LK-HAV-NR-DOCUMENTO TO FS-HAV-NR-DOCUMENTO
           MOVE LK-HAV-VL-MOVIMENTO TO FS-HAV-VL-MOVIMENTO
           MOVE WS-VL-SALDO         TO FS-HAV-VL-SALDO
           MOVE LK-HAV-ID-OPERADOR  TO FS-HAV-ID-OPERADOR
           MOVE LK-HAV-DS-HISTORICO TO FS-HAV-DS-HISTORICO

           WRITE ARQ-HAVER-REC
               INVALID KEY
                   MOVE 8 TO LK-HAV-RC
           END-WRITE

           IF LK-HAV-RC-OK
               MOVE WS-VL-SALDO TO LK-HAV-VL-SALDO
           END-IF.

       2100-GRAVA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO PELA CHAVE
       6000-LE-PROX-HAVER SECTION.

           START ARQ-HAVER KEY > FS-HAV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-HAV
               NOT INVALID KEY
                   READ ARQ-HAVER NEXT
                       AT END MOVE 99 TO FS-STAT-HAV
                   END-READ
           END-START.

       6000-LE-PROX-HAVERX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_HAVER_CLIENTE.
