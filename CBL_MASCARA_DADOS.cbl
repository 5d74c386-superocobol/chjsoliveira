      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Modulo Compartilhado - Mascara de Dados Pessoais
      * Tectonics: cobc
      ******************************************************************
      * PROTECAO DOS DADOS PESSOAIS NOS RELATORIOS IMPRESSOS (LGPD):
      * "A" CONFERE SE O OPERADOR TEM A AUTORIZACAO "DADOS PESSOAIS".
      *     OPERADOR EM BRANCO, FORA DO CADASTRO OU DE PROCESSO BATCH
      *     NAO TEM; SEM CADASTRO DE OPERADORES (CONTINGENCIA DO
      *     LOGIN) TODOS TEM;
      * "C" CPF: MANTEM SO OS SEIS DIGITOS DO MEIO (***456789**);
      * "F" TELEFONE: MANTEM SO OS QUATRO ULTIMOS DIGITOS;
      * "E" E-MAIL: MANTEM AS DUAS PRIMEIRAS LETRAS E O DOMINIO;
      * "T" NOME/CONTATO: MANTEM AS DUAS PRIMEIRAS LETRAS.
      * OS RELATORIOS CHAMAM "A" UMA VEZ E SO MASCARAM QUANDO O
      * OPERADOR NAO TEM A AUTORIZACAO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MASCARA_DADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       WORKING-STORAGE SECTION.
       COPY CPY_ID_ARQ_OPERADOR.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       77 WS-IDX        PIC 9(002) VALUE ZEROS.
       77 WS-IDX-FIM    PIC 9(002) VALUE ZEROS.
       77 WS-IDX-ARROBA PIC 9(002) VALUE ZEROS.

       77 WS-AUTORIZADO PIC X VALUE 'N'.
           88 E-AUTORIZADO VALUE 'S'.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_MASCARA_DADOS.

       PROCEDURE DIVISION USING LK-MSK-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-MSK-RC

           EVALUATE TRUE
               WHEN LK-MSK-AUTORIZA
                   PERFORM 1000-AUTORIZA-OPERADOR
               WHEN LK-MSK-CPF
                   PERFORM 2000-MASCARA-CPF
               WHEN LK-MSK-TELEFONE
                   PERFORM 3000-MASCARA-TELEFONE
               WHEN LK-MSK-EMAIL
                   PERFORM 4000-MASCARA-EMAIL
               WHEN LK-MSK-TEXTO
                   PERFORM 5000-MASCARA-TEXTO
               WHEN OTHER
                   MOVE 8 TO LK-MSK-RC
           END-EVALUATE

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * CONFERE A AUTORIZACAO DE DADOS PESSOAIS DO OPERADOR
       1000-AUTORIZA-OPERADOR SECTION.

           MOVE 'N' TO WS-AUTORIZADO

           IF LK-MSK-ID-OPERADOR EQUAL SPACES
               GO TO 1000-AUTORIZA-OPERADORX
           END-IF

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-OPERADOR
           END-IF

           OPEN INPUT ARQ-OPERADOR

           IF FS-STAT-OPE-NAO-EXISTE
               MOVE 'S' TO WS-AUTORIZADO
               GO TO 1000-AUTORIZA-OPERADORX
           END-IF

           IF NOT FS-STAT-OPE-OK
               GO TO 1000-AUTORIZA-OPERADORX
           END-IF

           MOVE LK-MSK-ID-OPERADOR TO FS-OPE-ID
           READ ARQ-OPERADOR

           IF FS-STAT-OPE-OK AND FS-OPE-PODE-DADOS-PESSOAIS
               MOVE 'S' TO WS-AUTORIZADO
           END-IF

           CLOSE ARQ-OPERADOR.

       1000-AUTORIZA-OPERADORX. EXIT.

      * -----------------------------------
      * CPF: ***NNNNNN** (FICAM OS SEIS DIGITOS DO MEIO)
       2000-MASCARA-CPF SECTION.

           IF LK-MSK-DADO(1:11) EQUAL SPACES
               GO TO 2000-MASCARA-CPFX
           END-IF

           MOVE "***" TO LK-MSK-DADO(1:3)
           MOVE "**"  TO LK-MSK-DADO(10:2).

       2000-MASCARA-CPFX. EXIT.

      * -----------------------------------
      * TELEFONE: TROCA POR "*" OS DIGITOS ANTES DOS QUATRO ULTIMOS
       3000-MASCARA-TELEFONE SECTION.

           PERFORM 6000-ACHA-FIM

           IF WS-IDX-FIM NOT GREATER 4
               GO TO 3000-MASCARA-TELEFONEX
           END-IF

           SUBTRACT 4 FROM WS-IDX-FIM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-IDX-FIM
               IF LK-MSK-DADO(WS-IDX:1) IS NUMERIC
                   MOVE "*" TO LK-MSK-DADO(WS-IDX:1)
               END-IF
           END-PERFORM.

       3000-MASCARA-TELEFONEX. EXIT.

      * -----------------------------------
      * E-MAIL: XX*****@DOMINIO; SEM "@" E MASCARADO COMO NOME
       4000-MASCARA-EMAIL SECTION.

           MOVE ZEROS TO WS-IDX-ARROBA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 40 OR WS-IDX-ARROBA GREATER 0
               IF LK-MSK-DADO(WS-IDX:1) EQUAL "@"
                   MOVE WS-IDX TO WS-IDX-ARROBA
               END-IF
           END-PERFORM

           IF WS-IDX-ARROBA EQUAL ZEROS
               PERFORM 5000-MASCARA-TEXTO
               GO TO 4000-MASCARA-EMAILX
           END-IF

           PERFORM VARYING WS-IDX FROM 3 BY 1
                   UNTIL WS-IDX NOT LESS WS-IDX-ARROBA
               MOVE "*" TO LK-MSK-DADO(WS-IDX:1)
           END-PERFORM.

       4000-MASCARA-EMAILX. EXIT.

      * -----------------------------------
      * NOME/CONTATO: FICAM AS DUAS PRIMEIRAS LETRAS; OS ESPACOS
      * ENTRE AS PALAVRAS SAO MANTIDOS
       5000-MASCARA-TEXTO SECTION.

           PERFORM 6000-ACHA-FIM

           PERFORM VARYING WS-IDX FROM 3 BY 1
                   UNTIL WS-IDX GREATER WS-IDX-FIM
               IF LK-MSK-DADO(WS-IDX:1) NOT EQUAL SPACE
                   MOVE "*" TO LK-MSK-DADO(WS-IDX:1)
               END-IF
           END-PERFORM.

       5000-MASCARA-TEXTOX. EXIT.

      * -----------------------------------
      * ULTIMA POSICAO PREENCHIDA DO DADO
       6000-ACHA-FIM SECTION.

           MOVE ZEROS TO WS-IDX-FIM

           PERFORM VARYING WS-IDX FROM 40 BY -1
                   UNTIL WS-IDX LESS 1 OR WS-IDX-FIM GREATER 0
               IF LK-MSK-DADO(WS-IDX:1) NOT EQUAL SPACE
                   MOVE WS-IDX TO WS-IDX-FIM
               END-IF
           END-PERFORM.

       6000-ACHA-FIMX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           IF LK-MSK-AUTORIZA AND NOT E-AUTORIZADO
               MOVE 8 TO LK-MSK-RC
           END-IF

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_MASCARA_DADOS.
