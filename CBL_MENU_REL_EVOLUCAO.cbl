               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-EST.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.
       FD ARQ-ESTATISTICA.
       COPY FS-ARQ-ESTATISTICA.

       FD ARQ-VENDEDOR.
       COPY FS-ARQ-VENDEDOR.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

           88 FS-STAT-EST-CANCELA    VALUE 99.
           88 FS-STAT-EST-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

           05 WS-LIN-ATIVOS     PIC ZZZZZZ9.

       COPY CPY_ID_ARQ_ESTATISTICA.
       COPY CPY_ID_ARQ_VENDEDOR.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.
       77 WS-CD-VENDEDOR-FIL PIC 9(007) VALUE ZEROS.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Mes Anterior (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-MES-A.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 03 COLUMN 2 VALUE "Mes Novo     (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-MES-B.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE ZEROS       TO WS-MES-A WS-MES-B

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-MES-A GREATER ZEROS AND WS-MES-B GREATER ZEROS

               PERFORM 1900-CONFERE-FILIAL
               IF NOT FILIAL-VALIDA
                   PERFORM 9000-MOSTRA-ERRO
                   PERFORM 9999-FINALIZA
               END-IF

               IF E-GERAR-SIM
                   DISPLAY SS-TELA-ARQUIVO
                   ACCEPT SS-TELA-ARQUIVO
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   IF NOT E-TODAS-FILIAIS
                       OPEN INPUT ARQ-VENDEDOR
                   END-IF

                   MOVE LOW-VALUES TO FS-EST-KEY
                   PERFORM 6000-LER-ARQ-ESTATISTICA

                   PERFORM UNTIL NOT FS-STAT-EST-OK
                       IF FS-EST-ANO-MES EQUAL WS-MES-B
                           PERFORM 6050-FILIAL-ESTATISTICA
                           IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                               PERFORM 6100-COMPARA-COM-ANTERIOR
                           END-IF
                       END-IF
                       PERFORM 6000-LER-ARQ-ESTATISTICA
                   END-PERFORM

                   CLOSE ARQ-ESTATISTICA
                   IF NOT E-TODAS-FILIAIS
                       CLOSE ARQ-VENDEDOR
                   END-IF
               END-IF

               IF E-GERAR-SIM

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * FILIAL DA LINHA DE ESTATISTICA: A DA REGIAO OU A DO VENDEDOR
       6050-FILIAL-ESTATISTICA SECTION.

           MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
           IF E-TODAS-FILIAIS
               GO TO 6050-FILIAL-ESTATISTICAX
           END-IF

           IF FS-EST-REGIAO
               MOVE FS-EST-CODIGO(1:4) TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           ELSE
               MOVE 1 TO WS-CD-FILIAL-REG
               IF FS-EST-CODIGO IS NUMERIC
                   MOVE FS-EST-CODIGO TO WS-CD-VENDEDOR-FIL
                   PERFORM 1950-FILIAL-VENDEDOR
               END-IF
           END-IF.

       6050-FILIAL-ESTATISTICAX. EXIT.

      * -----------------------------------
      * COMPARA O REGISTRO DO MES NOVO COM O HOMOLOGO DO MES
      * ANTERIOR E MOSTRA A LINHA DE CRESCIMENTO/QUEDA

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
      * FILIAL DO VENDEDOR EM WS-CD-VENDEDOR-FIL, PELA REGIAO DELE;
      * VENDEDOR NAO ENCONTRADO FICA NA MATRIZ
       1950-FILIAL-VENDEDOR SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE WS-CD-VENDEDOR-FIL TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           END-IF.

       1950-FILIAL-VENDEDORX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
