               FILE STATUS        IS FS-STAT-CSV
               ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.
       FD  ARQ-CSV.
       COPY FS-ARQ-CSV.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

           88 FS-STAT-CSV-EOF        VALUE 10.
           88 FS-STAT-CSV-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE IS 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.


       COPY CPY_ID_ARQ_CSV.

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
       77 WS-CD-CLIENTE-FIL PIC 9(007) VALUE ZEROS.

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
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-RUN-A.
               10 LINE 03 COLUMN 2 VALUE "Nova Execucao  (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-RUN-B.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
                               WS-TAB-CLI-QTD WS-TAB-VEN-QTD
                               WQT-MUDARAM

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
              WS-DT-RUN-A GREATER ZEROS AND
              WS-DT-RUN-B GREATER ZEROS

               PERFORM 1900-CONFERE-FILIAL
               IF NOT FILIAL-VALIDA
                   PERFORM 9000-MOSTRA-ERRO
                   PERFORM 9999-FINALIZA
               END-IF

               IF E-GERAR-SIM
                   DISPLAY SS-TELA-ARQUIVO
                   ACCEPT SS-TELA-ARQUIVO

           OPEN INPUT ARQ-CSV

           IF NOT E-TODAS-FILIAIS
               OPEN INPUT ARQ-CLIENTE
           END-IF

           IF NOT FS-STAT-CSV-NAO-EXISTE
               READ ARQ-CSV
                   AT END MOVE 10 TO FS-STAT-CSV
                   IF NOT FS-CSV-E-SIMULADO AND
                      (FS-CSV-DT-EXECUCAO EQUAL WS-DT-RUN-A OR
                       FS-CSV-DT-EXECUCAO EQUAL WS-DT-RUN-B)
                       MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
                       IF NOT E-TODAS-FILIAIS
                           MOVE FS-CSV-CD-CLIENTE TO WS-CD-CLIENTE-FIL
                           PERFORM 1940-FILIAL-CLIENTE
                       END-IF
                       IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                           PERFORM 6100-REGISTRA-CLIENTE
                           PERFORM 6200-ACUMULA-VENDEDOR
                       END-IF
                   END-IF
                   READ ARQ-CSV
                       AT END MOVE 10 TO FS-STAT-CSV
               END-PERFORM
           END-IF

           IF NOT E-TODAS-FILIAIS
               CLOSE ARQ-CLIENTE
           END-IF

           CLOSE ARQ-CSV.

       2000-CARREGA-EXECUCOESX. EXIT.

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
      * FILIAL DO CLIENTE EM WS-CD-CLIENTE-FIL, PELA REGIAO DELE;
      * CLIENTE NAO ENCONTRADO FICA NA MATRIZ
       1940-FILIAL-CLIENTE SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE WS-CD-CLIENTE-FIL TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           END-IF.

       1940-FILIAL-CLIENTEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
