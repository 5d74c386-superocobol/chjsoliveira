      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Modulo Compartilhado - Deposito que Atende a Regiao
      * Tectonics: cobc
      ******************************************************************
      * DEVOLVE O DEPOSITO QUE ATENDE A REGIAO INFORMADA, PELO CAMPO
      * DE DEPOSITO DO CADASTRO DE REGIOES. REGIAO EM BRANCO, NAO
      * CADASTRADA OU SEM DEPOSITO DEFINIDO DEVOLVE O DEPOSITO PADRAO
      * (PARAMETRO DEPOSITO-PADRAO; SEM PARAMETRO, DEPOSITO 1) COM
      * RC 1 - QUEM CHAMA DECIDE SE ISSO E AVISO OU NAO. TAMBEM E O
      * PONTO UNICO PARA OBTER O DEPOSITO PADRAO: BASTA CHAMAR COM A
      * REGIAO EM BRANCO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_DEPOSITO_REGIAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REGIAO ASSIGN TO DISK WID-ARQ-REGIAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REGIAO.

       COPY FS-ARQ-REGIAO.

       WORKING-STORAGE SECTION.
       COPY CPY_ID_ARQ_REGIAO.

       77 FS-STAT-REG PIC 9(02).
           88 FS-STAT-REG-OK         VALUE 00.
           88 FS-STAT-REG-NAO-EXISTE VALUE 35.

       77 WS-CD-DEPOSITO-PADRAO PIC 9(003) VALUE 1.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_DEPOSITO_REGIAO.

       PROCEDURE DIVISION USING LK-DPR-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-DPR-CD-DEPOSITO
           MOVE ZEROS TO LK-DPR-RC

           IF LK-DPR-CD-REGIAO NOT EQUAL SPACES
               PERFORM 1000-LE-REGIAO
           END-IF

           IF LK-DPR-CD-DEPOSITO EQUAL ZEROS
               PERFORM 2000-DEPOSITO-PADRAO
               MOVE WS-CD-DEPOSITO-PADRAO TO LK-DPR-CD-DEPOSITO
               MOVE 1 TO LK-DPR-RC
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE A REGIAO E DEVOLVE O DEPOSITO QUE A ATENDE, SE DEFINIDO
       1000-LE-REGIAO SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-REGIAO
           END-IF

           OPEN INPUT ARQ-REGIAO

           IF FS-STAT-REG-OK
               MOVE LK-DPR-CD-REGIAO TO FS-REG-CD-REGIAO
               READ ARQ-REGIAO

               IF FS-STAT-REG-OK AND FS-REG-CD-DEPOSITO IS NUMERIC
                   MOVE FS-REG-CD-DEPOSITO TO LK-DPR-CD-DEPOSITO
               END-IF

               CLOSE ARQ-REGIAO
           END-IF.

       1000-LE-REGIAOX. EXIT.

      * -----------------------------------
      * DEPOSITO PADRAO PELO PARAMETRO; SEM PARAMETRO VALE O 1
       2000-DEPOSITO-PADRAO SECTION.

           MOVE 1 TO WS-CD-DEPOSITO-PADRAO

           MOVE "DEPOSITO-PADRAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-CD-DEPOSITO-PADRAO =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           IF WS-CD-DEPOSITO-PADRAO EQUAL ZEROS
               MOVE 1 TO WS-CD-DEPOSITO-PADRAO
           END-IF.

       2000-DEPOSITO-PADRAOX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_DEPOSITO_REGIAO.
