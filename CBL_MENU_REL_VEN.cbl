      * Purpose: Menu Relatório de Vendas
      * Tectonics: cobc
      ******************************************************************
      * O CPF SAI MASCARADO (NA TELA E NO ARQUIVO) PARA O OPERADOR SEM
      * A AUTORIZACAO DE DADOS PESSOAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_VEN.
       ENVIRONMENT DIVISION.
           05 WS-CD-VENDEDOR              PIC 9(7).
           05 FILLER                      PIC X(7).
           05 FILLER                      PIC X(1) VALUE "|".
           05 WS-CPF                      PIC X(11).
           05 FILLER                      PIC X(1) VALUE "|".
           05 WS-NM-VENDEDOR              PIC X(15).
           05 FILLER                      PIC X(1) VALUE "|".
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_REGIAO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_MASCARA_DADOS.

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
               10 LINE 04 COLUMN 2 VALUE
                   "Ordenar por (1=Codigo 2=Nome 3=CPF):".
               10 COLUMN PLUS 1 PIC X USING WS-ORDENAR.
               10 LINE 04 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 SS-TELA-ARQUIVO.
               10 LINE 05 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE "1"         TO WS-ORDENAR

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           END-IF

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
           ACCEPT SS-REPORT-FILTER

           PERFORM 1900-CONFERE-FILIAL
           IF NOT FILIAL-VALIDA
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO

               MOVE SD-CD-VENDEDOR  TO WS-CD-VENDEDOR
               MOVE SD-CPF          TO WS-CPF
               IF NOT PODE-DADOS-PESSOAIS
                   MOVE "C" TO LK-MSK-FUNCAO
                   MOVE WS-CPF TO LK-MSK-DADO
                   CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
                   MOVE LK-MSK-DADO(1:11) TO WS-CPF
               END-IF
               MOVE SD-NM-VENDEDOR  TO WS-NM-VENDEDOR
               MOVE SD-VL-LATITUDE  TO WS-VL-LATITUDE
               MOVE SD-VL-LONGITUDE TO WS-VL-LONGITUDE
               IF WS-FIL-MATCH EQUAL ZEROS
                   MOVE 'N' TO WS-FIL-OK
               END-IF
           END-IF

           IF FIL-OK AND NOT E-TODAS-FILIAIS
               MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
               IF WS-CD-FILIAL-REG NOT EQUAL WS-CD-FILIAL-SEL
                   MOVE 'N' TO WS-FIL-OK
               END-IF
           END-IF.

       6500-VERIFICA-FILTROX. EXIT.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * A FILIAL PEDIDA PRECISA ESTAR CADASTRADA (A MATRIZ SEMPRE
      * ESTA) E O OPERADOR PRECISA PODER TRABALHAR NELA; ZERO (TODAS)
      * SO PARA QUEM TRABALHA EM TODAS AS FILIAIS
       1900-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK

           IF WS-CD-FILIAL-SEL GREATER 1
               MOVE "L" TO LK-FIL-FUNCAO
               MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF NOT LK-FIL-RC-OK
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   GO TO 1900-CONFERE-FILIALX
               END-IF
           END-IF

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               MOVE "OPERADOR SEM ACESSO A FILIAL INFORMADA"
                 TO WS-MSGERRO
               GO TO 1900-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1900-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * FILIAL DA REGIAO EM WS-CD-REGIAO-FIL (REGIAO -> DEPOSITO ->
      * FILIAL); SO CONSULTA QUANDO A REGIAO MUDA
       1910-FILIAL-REGIAO SECTION.

           IF WS-CD-REGIAO-FIL NOT EQUAL WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS

               MOVE "D" TO LK-FIL-FUNCAO
               MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-RGA
           END-IF

           MOVE WS-CD-FILIAL-RGA TO WS-CD-FILIAL-REG.

       1910-FILIAL-REGIAOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
