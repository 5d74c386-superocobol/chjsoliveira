      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Modulo Compartilhado - Filial do Deposito/Operador
      * Tectonics: cobc
      ******************************************************************
      * PONTO UNICO DE CONSULTA DAS FILIAIS:
      * "D" DEVOLVE A FILIAL DONA DO DEPOSITO INFORMADO, COM O CNPJ E
      *     A RAZAO SOCIAL DELA. E POR ESTE CAMINHO (CLIENTE -> REGIAO
      *     -> DEPOSITO -> FILIAL) QUE CLIENTES, VENDEDORES, PEDIDOS,
      *     ESTOQUE E DISTRIBUICAO FICAM EM UMA FILIAL;
      * "L" DEVOLVE OS DADOS DA FILIAL INFORMADA;
      * "O" CONFERE SE O OPERADOR PODE TRABALHAR NA FILIAL INFORMADA
      *     (FILIAL ZERO = TODAS) E DEVOLVE A FILIAL UNICA DELE.
      * DEPOSITO SEM FILIAL, DEPOSITO OU FILIAL NAO CADASTRADOS
      * DEVOLVEM A MATRIZ (FILIAL 1) COM RC 1. OPERADOR SEM FILIAIS
      * INFORMADAS OU EM BRANCO (PROCESSO BATCH) TRABALHA EM TODAS
      * AS FILIAIS; FORA DO CADASTRO OU SEM ACESSO AO OPERADOR.IDX
      * E NEGADO (RC 8).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONSULTA_FILIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FIL-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FIL.

           SELECT ARQ-DEPOSITO ASSIGN TO DISK WID-ARQ-DEPOSITO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEP.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILIAL.

       COPY FS-ARQ-FILIAL.

       FD ARQ-DEPOSITO.

       COPY FS-ARQ-DEPOSITO.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       WORKING-STORAGE SECTION.
       COPY CPY_ID_ARQ_FILIAL.
       COPY CPY_ID_ARQ_DEPOSITO.
       COPY CPY_ID_ARQ_OPERADOR.

       77 FS-STAT-FIL PIC 9(02).
           88 FS-STAT-FIL-OK         VALUE 00.

       77 FS-STAT-DEP PIC 9(02).
           88 FS-STAT-DEP-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.

       77 WS-IDX-FIL   PIC 9(002) VALUE ZEROS.
       77 WS-QT-FILIAIS PIC 9(002) VALUE ZEROS.

       77 WS-AUTORIZADO PIC X VALUE 'N'.
           88 E-AUTORIZADO VALUE 'S'.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_CONSULTA_FILIAL.

       PROCEDURE DIVISION USING LK-FIL-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-FIL-RC LK-FIL-CNPJ
           MOVE SPACES TO LK-FIL-NM-RAZAO-SOCIAL LK-FIL-SG-UF

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-FILIAL
           END-IF
           MOVE WNM-PATH-FILIAL TO WNM-PATH-DEPOSITO
           MOVE WNM-PATH-FILIAL TO WNM-PATH-OPERADOR

           EVALUATE TRUE
               WHEN LK-FIL-DO-DEPOSITO
                   PERFORM 1000-FILIAL-DEPOSITO
                   PERFORM 2000-DADOS-FILIAL
               WHEN LK-FIL-LE-DADOS
                   PERFORM 2000-DADOS-FILIAL
               WHEN LK-FIL-AUTORIZA
                   PERFORM 3000-AUTORIZA-OPERADOR
               WHEN OTHER
                   MOVE 8 TO LK-FIL-RC
           END-EVALUATE

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * FILIAL DONA DO DEPOSITO; SEM FILIAL OU SEM DEPOSITO = MATRIZ
       1000-FILIAL-DEPOSITO SECTION.

           MOVE 1 TO LK-FIL-CD-FILIAL

           OPEN INPUT ARQ-DEPOSITO

           IF NOT FS-STAT-DEP-OK
               MOVE 1 TO LK-FIL-RC
               GO TO 1000-FILIAL-DEPOSITOX
           END-IF

           MOVE LK-FIL-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO
           READ ARQ-DEPOSITO

           IF FS-STAT-DEP-OK
               IF FS-DEP-CD-FILIAL IS NUMERIC AND
                  FS-DEP-CD-FILIAL GREATER ZEROS
                   MOVE FS-DEP-CD-FILIAL TO LK-FIL-CD-FILIAL
               END-IF
           ELSE
               MOVE 1 TO LK-FIL-RC
           END-IF

           CLOSE ARQ-DEPOSITO.

       1000-FILIAL-DEPOSITOX. EXIT.

      * -----------------------------------
      * CNPJ, RAZAO SOCIAL E UF DA FILIAL; FILIAL NAO CADASTRADA VOLTA
      * OS DADOS EM BRANCO COM RC 1 (A MATRIZ ANTERIOR AO CADASTRO DE
      * FILIAIS CONTINUA FUNCIONANDO SEM O REGISTRO)
       2000-DADOS-FILIAL SECTION.

           IF LK-FIL-CD-FILIAL NOT NUMERIC OR
              LK-FIL-CD-FILIAL EQUAL ZEROS
               MOVE 1 TO LK-FIL-CD-FILIAL
           END-IF

           OPEN INPUT ARQ-FILIAL

           IF NOT FS-STAT-FIL-OK
               MOVE 1 TO LK-FIL-RC
               GO TO 2000-DADOS-FILIALX
           END-IF

           MOVE LK-FIL-CD-FILIAL TO FS-FIL-CD-FILIAL
           READ ARQ-FILIAL

           IF FS-STAT-FIL-OK
               MOVE FS-FIL-CNPJ            TO LK-FIL-CNPJ
               MOVE FS-FIL-NM-RAZAO-SOCIAL TO LK-FIL-NM-RAZAO-SOCIAL
               MOVE FS-FIL-SG-UF           TO LK-FIL-SG-UF
           ELSE
               MOVE 1 TO LK-FIL-RC
           END-IF

           CLOSE ARQ-FILIAL.

       2000-DADOS-FILIALX. EXIT.

      * -----------------------------------
      * CONFERE A FILIAL PEDIDA CONTRA AS FILIAIS DO OPERADOR
       3000-AUTORIZA-OPERADOR SECTION.

           MOVE ZEROS TO LK-FIL-CD-FILIAL-UNICA WS-QT-FILIAIS
           MOVE 'S' TO WS-AUTORIZADO

           IF LK-FIL-CD-FILIAL NOT NUMERIC
               MOVE ZEROS TO LK-FIL-CD-FILIAL
           END-IF

           IF LK-FIL-ID-OPERADOR EQUAL SPACES
               GO TO 3000-AUTORIZA-OPERADORX
           END-IF

           MOVE 'N' TO WS-AUTORIZADO

           OPEN INPUT ARQ-OPERADOR

           IF NOT FS-STAT-OPE-OK
               GO TO 3000-AUTORIZA-OPERADORX
           END-IF

           MOVE LK-FIL-ID-OPERADOR TO FS-OPE-ID
           READ ARQ-OPERADOR

           IF FS-STAT-OPE-OK
               PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                       UNTIL WS-IDX-FIL > 9
                   IF FS-OPE-TRABALHA-FILIAL(WS-IDX-FIL)
                       ADD 1 TO WS-QT-FILIAIS
                       MOVE WS-IDX-FIL TO LK-FIL-CD-FILIAL-UNICA
                       IF WS-IDX-FIL EQUAL LK-FIL-CD-FILIAL
                           MOVE 'S' TO WS-AUTORIZADO
                       END-IF
                   END-IF
               END-PERFORM

               EVALUATE WS-QT-FILIAIS
                   WHEN ZEROS
                       MOVE 'S' TO WS-AUTORIZADO
                   WHEN 1
                       CONTINUE
                   WHEN OTHER
                       MOVE ZEROS TO LK-FIL-CD-FILIAL-UNICA
               END-EVALUATE
           END-IF

           CLOSE ARQ-OPERADOR.

       3000-AUTORIZA-OPERADORX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           IF LK-FIL-AUTORIZA AND NOT E-AUTORIZADO
               MOVE 8 TO LK-FIL-RC
           END-IF

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_CONSULTA_FILIAL.
