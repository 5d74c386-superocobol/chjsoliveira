      * ENTRADA DE PEDIDOS RECUSA DATAS DENTRO DE PERIODO FECHADO. A
      * REABERTURA EXIGE OPERADOR COM A AUTORIZACAO
      * FS-OPE-AUT-REABERTURA E DEIXA REGISTRO NO LOG DO SISTEMA.
      * O FECHAMENTO SO E ACEITO COM O CONTAS A RECEBER DO MES
      * CONCILIADO COM O DIARIO CONTABIL (CBL_CONCILIA_RECEBER); A
      * REABERTURA DESFAZ A CONCILIACAO, QUE DEVE SER REFEITA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_PERIODO.
       ENVIRONMENT DIVISION.
       01 WS-PARAM-CHAMADA.
           05 WS-CHAM-RC       PIC 99 VALUE ZEROS.
           05 WS-CHAM-BATCH    PIC X  VALUE 'S'.
           05 WS-CHAM-OPERADOR PIC X(10) VALUE SPACES.

       COPY CPY_ID_ARQ_PERIODO.
       COPY CPY_ID_ARQ_OPERADOR.
               MOVE WS-ANO-MES TO FS-PRD-ANO-MES
               READ ARQ-PERIODO

               EVALUATE TRUE
                   WHEN FS-STAT-PRD-OK AND FS-PRD-FECHADO
                       MOVE "PERIODO JA ESTA FECHADO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-STAT-PRD-OK AND FS-PRD-CONC-REC-DIVERGE
                       MOVE SPACES TO WS-MSGERRO
                       STRING "CONTAS A RECEBER FORA DO BALANCO COM "
                              "O DIARIO - VER A CONCILIACAO"
                              DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT FS-STAT-PRD-OK OR NOT FS-PRD-CONC-REC-OK
                       MOVE SPACES TO WS-MSGERRO
                       STRING "CONTAS A RECEBER NAO CONCILIADO - RODAR "
                              "A CONCILIACAO (EXECUCAO 44)"
                              DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       MOVE SPACES TO WS-ERRO
                       STRING "RODAR O FECHAMENTO DO PERIODO "
                                DELIMITED BY SIZE
                              WS-ANO-MES DELIMITED BY SIZE
                              " (S/N)?" DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       ACCEPT SS-ERRO
                       MOVE SPACES TO WS-MSGERRO

                       IF E-SIM
                           PERFORM 2000-RODA-CADEIA-FECHAMENTO
                           IF E-CADEIA-OK
                               PERFORM 2100-MARCA-FECHADO
                           END-IF
                       END-IF
                       MOVE SPACES TO WS-ERRO
               END-EVALUATE

               PERFORM 7000-FECHA-ARQ-PERIODO
           END-IF.

           MOVE ZEROS TO WS-CHAM-RC
           MOVE 'S' TO WS-CHAM-BATCH
           MOVE LK-OPERADOR TO WS-CHAM-OPERADOR
           CALL 'CBL_COMISSAO' USING WS-PARAM-CHAMADA
           IF WS-CHAM-RC NOT EQUAL ZEROS
               MOVE 'N' TO WS-CADEIA-OK
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE "A" TO FS-PRD-IND-SITUACAO
                           MOVE SPACES TO FS-PRD-IND-CONC-RECEBER
                           MOVE ZEROS TO FS-PRD-DT-CONC-RECEBER
                           MOVE WS-DT-HOJE TO FS-PRD-DT-FECHAMENTO
                           MOVE LK-OPERADOR TO FS-PRD-ID-OPERADOR
                           REWRITE ARQ-PERIODO-REC
