
       COPY CPY_ID_ARQ_CLIENTE.

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
       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 SS-TELA-ARQUIVO.
               10 LINE 03 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           MOVE ZEROS       TO WS-TOT-REGISTROS WS-TOT-CNPJ-DUP
                                WS-TOT-REG-DUP

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
           PERFORM
             UNTIL NOT FS-STAT-CLI-OK

               MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
               IF NOT E-TODAS-FILIAIS
                   MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO-FIL
                   PERFORM 1910-FILIAL-REGIAO
               END-IF

               IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                   ADD 1 TO WS-TOT-REGISTROS

                   PERFORM 6500-VERIFICA-DUPLICADO

                   MOVE FS-CLI-CD-CLIENTE TO WS-ANT-CD-CLIENTE
                   MOVE FS-CLI-NM-RAZAO-SOCIAL
                     TO WS-ANT-NM-RAZAO-SOCIAL
                   MOVE FS-CLI-CNPJ       TO WS-CNPJ-ANT
               END-IF

               PERFORM 6000-LER-ARQ-CLIENTE
           END-PERFORM

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
