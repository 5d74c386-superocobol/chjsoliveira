      * Purpose: Geracao de Contas a Receber a partir dos Pedidos
      * Tectonics: cobc
      ******************************************************************
      * TITULOS, MARCACAO, EXPOSICAO (BONIFICACAO E TROCA), BAIXA DE
      * ESTOQUE E PONTOS DE CADA PEDIDO FORMAM UMA UNIDADE. A CADA
      * FATURA-CKP-INTERVALO PEDIDOS (PARAMETRO, PADRAO 50) OS
      * ARQUIVOS ATUALIZADOS SAO FECHADOS E REABERTOS (EFETIVACAO) E
      * O CHECKPOINT GERA_RECEBER.CKP RECEBE O ULTIMO PEDIDO
      * COMPLETO, ALEM DO PEDIDO EM CURSO E DAS ETAPAS QUE NAO SE
      * PODEM REPETIR. SE A EXECUCAO CAI, A PROXIMA CHAMADA RETOMA
      * COM A MESMA DATA E PRAZO: O PEDIDO QUE FICOU PELA METADE E
      * COMPLETADO (OU TEM OS TITULOS DESFEITOS, SE NAO PODE MAIS
      * SER FATURADO) E A VARREDURA CONTINUA DEPOIS DO ULTIMO PEDIDO
      * EFETIVADO. O DIARIO GERA_RECEBER_<AAAAMMDD>.TXT TEM O
      * CABECALHO DE CADA TENTATIVA E UMA LINHA POR PEDIDO TRATADO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_GERA_RECEBER.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPG.

           SELECT ARQ-DIARIO ASSIGN TO WNM-ARQ-DIARIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DIA.

           SELECT ARQ-CKP-FAT ASSIGN TO WID-ARQ-CKP-FAT
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CKF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDO.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-DIARIO.
       01 ARQ-DIARIO-REC PIC X(100).

       FD ARQ-CKP-FAT.

       COPY FS-ARQ-CKPFAT.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
       77 WS-CONDPAG-ABERTO PIC X VALUE 'N'.
           88 E-CONDPAG-ABERTO VALUE 'S'.

       77 FS-STAT-DIA PIC 9(02).
           88 FS-STAT-DIA-OK         VALUE 00.

       77 WNM-ARQ-DIARIO PIC X(50) VALUE SPACES.

       01 WID-ARQ-CKP-FAT.
           05 WNM-PATH-CKP-FAT PIC X(17) VALUE SPACES.
           05 WNM-ARQ-CKP-FAT  PIC X(50) VALUE "GERA_RECEBER.CKP".

       77 FS-STAT-CKF PIC 9(02).
           88 FS-STAT-CKF-OK         VALUE 00.

      * CHECKPOINT E RETOMADA
       77 WS-CKP-QTD          PIC 9(005) VALUE ZEROS.
       77 WS-CKP-INTERVALO    PIC 9(005) VALUE 50.
       77 WS-CKP-ULT-PEDIDO   PIC 9(007) VALUE ZEROS.
       77 WS-CKP-PEDIDO-CURSO PIC 9(007) VALUE ZEROS.
       77 WS-CKP-ETP-EXPOSICAO PIC X VALUE 'N'.
       77 WS-CKP-ETP-ESTOQUE   PIC X VALUE 'N'.
       77 WS-NR-TENTATIVA     PIC 9(003) VALUE ZEROS.
       77 WS-RETOMAR PIC X VALUE 'N'.
           88 E-RETOMAR VALUE 'S'.
       77 WS-LOTE-RETOMADO PIC X VALUE 'N'.
           88 E-LOTE-RETOMADO VALUE 'S'.
       77 WS-PEDIDO-FATURADO PIC X VALUE 'N'.
           88 E-PEDIDO-FATURADO VALUE 'S'.
       77 WS-DS-ACAO PIC X(025) VALUE SPACES.
       77 WS-HORA-BUFFER PIC 9(008) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(100) VALUE SPACES.
       77 WS-VL-EDIT PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-VL-PARCELA    PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ULTIMA     PIC 9(011)V99 VALUE ZEROS.
       77 WS-NR-DOC-PARCELA PIC 9(007) VALUE ZEROS.
       77 WS-CD-FILIAL-TIT  PIC 9(003) VALUE ZEROS.
       77 WS-TITULO-GERADO PIC X VALUE 'N'.
           88 E-TITULO-GERADO VALUE 'S'.
       77 WS-PARCELA-DUP   PIC X VALUE 'N'.
           05 WQT-ARQ-PEDIDOS        PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-GERADOS        PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-EXISTENTES     PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-RECUPERADOS    PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_BAIXA_ESTOQUE.

       COPY CPY_PONTOS_CLIENTE.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_NOTIFICA.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY CPY_DIA_UTIL.

       COPY screenio.
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-GERADOS.
           05 LINE 15 COLUMN 10 VALUE "Ja Existentes:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-EXISTENTES.
           05 LINE 16 COLUMN 10 VALUE "Retomados/Desfeitos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-RECUPERADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-RECEBER
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CONDPAG
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CKP-FAT

           MOVE "FATURA-CKP-INTERVALO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-CKP-INTERVALO =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-CKP-INTERVALO EQUAL ZEROS
               MOVE 50 TO WS-CKP-INTERVALO
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

      * EXECUCAO ANTERIOR INTERROMPIDA: RETOMA COM A MESMA DATA E
      * PRAZO, SEM PASSAR PELA TELA DE PARAMETROS
           PERFORM 5400-VERIFICA-CHECKPOINT

           IF E-RETOMAR
               MOVE "I" TO LK-NOT-SEVERIDADE
               MOVE "GERA_RECEBER" TO LK-NOT-ORIGEM
               MOVE SPACES TO LK-NOT-MENSAGEM
               STRING "CHECKPOINT PENDENTE: GERACAO DE TITULOS "
                      "RETOMADA APOS O PEDIDO " DELIMITED BY SIZE
                      WS-CKP-ULT-PEDIDO DELIMITED BY SIZE
                 INTO LK-NOT-MENSAGEM
               CALL 'CBL_GRAVA_NOTIFICA' USING LK-NOT-PARAMETERS
               IF NOT E-MODO-BATCH
                   MOVE SPACES TO WS-MSGERRO
                   STRING "GERACAO INTERROMPIDA: ENTER RETOMA "
                          "APOS O PEDIDO " DELIMITED BY SIZE
                          WS-CKP-ULT-PEDIDO DELIMITED BY SIZE
                          ", ESC SAI" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   DISPLAY SS-CLS
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           ELSE
               IF NOT E-MODO-BATCH
                   DISPLAY SS-CLS
                   DISPLAY SS-TELA-PARAM
                   ACCEPT SS-TELA-PARAM
               END-IF
           END-IF

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               MOVE SPACES TO WNM-ARQ-DIARIO
               STRING "GERA_RECEBER_" DELIMITED BY SIZE
                      WS-DT-HOJE ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-DIARIO

               PERFORM 5000-ABRIR-ARQUIVOS
               PERFORM 2700-ABRE-TENTATIVA

               IF WS-CKP-PEDIDO-CURSO GREATER ZEROS
                   PERFORM 2900-RECUPERA-PEDIDO
               END-IF

               PERFORM 2000-GERA-TITULOS
               PERFORM 3000-GRAVA-RESUMO
               PERFORM 7000-FECHA-ARQUIVOS
               PERFORM 7500-LIMPA-CHECKPOINT

               MOVE "CONTAS A RECEBER GERADAS COM SUCESSO"
                 TO WS-MSGERRO
      * VARRE OS PEDIDOS NAO CANCELADOS AINDA NAO FATURADOS, GERA AS
      * PARCELAS EM ABERTO SEGUNDO A CONDICAO DE PAGAMENTO DO PEDIDO
      * (DOCUMENTO DA 1A PARCELA = NUMERO DO PEDIDO) E MARCA O
      * PEDIDO COMO FATURADO. PEDIDOS RETIDOS ESPERAM A LIBERACAO
      * DO SUPERVISOR. NA RETOMADA A VARREDURA COMECA DEPOIS DO
      * ULTIMO PEDIDO EFETIVADO NO CHECKPOINT
       2000-GERA-TITULOS SECTION.

           MOVE ZEROS TO WS-CKP-QTD

           IF WS-CKP-ULT-PEDIDO GREATER ZEROS
               MOVE WS-CKP-ULT-PEDIDO TO FS-PED-NR-PEDIDO
           ELSE
               MOVE LOW-VALUES TO FS-PED-KEY
           END-IF
           PERFORM 6000-LER-ARQ-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               MOVE 'N' TO WS-PEDIDO-FATURADO

               IF NOT FS-PED-CANCELADO AND NOT FS-PED-FATURADO
                  AND NOT FS-PED-RETIDO

                   ADD 1 TO WQT-ARQ-PEDIDOS

                   PERFORM 2010-FATURA-PEDIDO

                   IF E-PEDIDO-FATURADO
                       MOVE "FATURADO" TO WS-DS-ACAO
                       PERFORM 2800-RELATA-PEDIDO

      * EFETIVACAO A CADA WS-CKP-INTERVALO PEDIDOS FATURADOS
                       ADD 1 TO WS-CKP-QTD
                       IF WS-CKP-QTD NOT LESS WS-CKP-INTERVALO
                           PERFORM 6500-EFETIVA-LOTE
                           MOVE ZEROS TO WS-CKP-QTD
                       END-IF
                   END-IF
               END-IF
       2000-GERA-TITULOSX. EXIT.

      * -----------------------------------
      * FATURA O PEDIDO CORRENTE COMO UMA UNIDADE. O CHECKPOINT
      * REGISTRA O PEDIDO EM CURSO E, ANTES E DEPOIS, AS ETAPAS QUE
      * NAO SE PODEM REPETIR; AS DEMAIS JA SE RECONHECEM NUMA
      * REPETICAO (PARCELA 1 EXISTENTE, PEDIDO JA MARCADO, PEDIDO JA
      * PONTUADO). NA RECUPERACAO O PEDIDO EM CURSO E O MESMO E SO
      * AS ETAPAS QUE FALTARAM SAO EXECUTADAS
       2010-FATURA-PEDIDO SECTION.

           MOVE 'N' TO WS-PEDIDO-FATURADO

           IF WS-CKP-PEDIDO-CURSO NOT EQUAL FS-PED-NR-PEDIDO
               MOVE FS-PED-NR-PEDIDO TO WS-CKP-PEDIDO-CURSO
               MOVE 'N' TO WS-CKP-ETP-EXPOSICAO
                           WS-CKP-ETP-ESTOQUE
               PERFORM 6400-GRAVA-CHECKPOINT
           END-IF

      * BONIFICACAO E TROCA FATURAM SEM GERAR TITULO
           IF FS-PED-TP-BONIFICACAO OR FS-PED-TP-TROCA
               IF NOT FS-PED-FATURADO
                   PERFORM 2030-MARCA-FATURADO
               END-IF

               IF WS-CKP-ETP-EXPOSICAO EQUAL 'N'
                   MOVE 'I' TO WS-CKP-ETP-EXPOSICAO
                   PERFORM 6400-GRAVA-CHECKPOINT
                   PERFORM 2350-REDUZ-EXPOSICAO-BT
                   MOVE 'S' TO WS-CKP-ETP-EXPOSICAO
                   PERFORM 6400-GRAVA-CHECKPOINT
               END-IF

               PERFORM 2300-BAIXA-ESTOQUE
               MOVE 'S' TO WS-PEDIDO-FATURADO
           ELSE
               IF NOT FS-PED-FATURADO
                   PERFORM 2060-BUSCA-REGIAO-CLIENTE
                   PERFORM 2050-CARREGA-CONDICAO
                   PERFORM 2100-GERA-PARCELAS

      * PARCELA 1 DUPLICADA E RETOMADA: AS PARCELAS JA EXISTEM E O
      * PEDIDO AINDA PRECISA SER MARCADO COMO FATURADO
                   IF NOT E-TITULO-GERADO AND NOT E-PARCELA-DUP
                       GO TO 2010-FATURA-PEDIDOX
                   END-IF

                   PERFORM 2030-MARCA-FATURADO
               END-IF

               PERFORM 2300-BAIXA-ESTOQUE
               PERFORM 2320-PONTUA-CLIENTE
               MOVE 'S' TO WS-PEDIDO-FATURADO
           END-IF.

       2010-FATURA-PEDIDOX. EXIT.

      * -----------------------------------
      * MARCA O PEDIDO COMO FATURADO NA DATA DA GERACAO
       2030-MARCA-FATURADO SECTION.

           MOVE "F" TO FS-PED-IND-SITUACAO
           MOVE WS-DT-HOJE TO FS-PED-DT-FATURAMENTO
           REWRITE ARQ-PEDIDO-REC
           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-PEDIDO
           MOVE "F" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO.

       2030-MARCA-FATURADOX. EXIT.

      * -----------------------------------
      * BAIXA O ESTOQUE DOS ITENS DO PEDIDO RECEM FATURADO. BAIXA
      * INICIADA E NAO CONCLUIDA (QUEDA NO MEIO) E RETOMADA LINHA A
      * LINHA, PULANDO AS QUE JA TEM A SAIDA NO KARDEX. ATE A 1A
      * EFETIVACAO DA RETOMADA TODO PEDIDO E TRATADO ASSIM: A BAIXA
      * VAI AO DISCO NA HORA E O FATURAMENTO SO NA EFETIVACAO, ENTAO
      * OS PEDIDOS DO LOTE PERDIDO NA QUEDA JA TEM A SAIDA NO KARDEX
       2300-BAIXA-ESTOQUE SECTION.

           IF WS-CKP-ETP-ESTOQUE EQUAL 'S'
               GO TO 2300-BAIXA-ESTOQUEX
           END-IF

           IF WS-CKP-ETP-ESTOQUE EQUAL 'I'
               MOVE "S" TO LK-BXE-IND-RETOMADA
           ELSE
               MOVE "N" TO LK-BXE-IND-RETOMADA
               MOVE 'I' TO WS-CKP-ETP-ESTOQUE
               PERFORM 6400-GRAVA-CHECKPOINT
           END-IF

           IF E-LOTE-RETOMADO
               MOVE "S" TO LK-BXE-IND-RETOMADA
           END-IF

           MOVE FS-PED-NR-PEDIDO  TO LK-BXE-NR-PEDIDO
           MOVE FS-PED-CD-CLIENTE TO LK-BXE-CD-CLIENTE
           MOVE FS-PED-CD-DEPOSITO TO LK-BXE-CD-DEPOSITO
           CALL 'CBL_BAIXA_ESTOQUE' USING LK-BXE-PARAMETERS

           MOVE 'S' TO WS-CKP-ETP-ESTOQUE
           PERFORM 6400-GRAVA-CHECKPOINT.

       2300-BAIXA-ESTOQUEX. EXIT.

      * -----------------------------------
      * LANCA OS PONTOS DE FIDELIDADE DO PEDIDO DE VENDA RECEM
      * FATURADO NO RAZAO DE PONTOS DO CLIENTE
       2320-PONTUA-CLIENTE SECTION.

           MOVE "F"               TO LK-PTS-FUNCAO
           MOVE FS-PED-CD-CLIENTE TO LK-PTS-CD-CLIENTE
           MOVE WS-DT-HOJE        TO LK-PTS-DT-MOVIMENTO
           MOVE FS-PED-NR-PEDIDO  TO LK-PTS-NR-PEDIDO
           MOVE ZEROS             TO LK-PTS-NR-DEVOLUCAO
                                     LK-PTS-QT-PONTOS
                                     LK-PTS-VL-CUSTO
           MOVE SPACES            TO LK-PTS-ID-OPERADOR
           MOVE "PEDIDO FATURADO" TO LK-PTS-DS-HISTORICO
           CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS.

       2320-PONTUA-CLIENTEX. EXIT.

      * -----------------------------------
      * BONIFICACAO E TROCA NAO GERAM TITULO, LOGO NENHUMA BAIXA
      * DEVOLVERIA A EXPOSICAO ASSUMIDA NA DIGITACAO: ELA E
      * CBL_PROXIMO_CODIGO
       2150-GRAVA-PARCELA SECTION.

      * O TITULO FICA NA FILIAL DO PEDIDO E NA SERIE DE DOCUMENTOS
      * DELA; PEDIDO ANTERIOR AS FILIAIS FICA NA MATRIZ
           MOVE 1 TO WS-CD-FILIAL-TIT
           IF FS-PED-CD-FILIAL IS NUMERIC AND
              FS-PED-CD-FILIAL GREATER ZEROS
               MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-TIT
           END-IF
           MOVE WS-CD-FILIAL-TIT TO LK-CTL-CD-FILIAL

           IF WS-PARC-IDX EQUAL 1
               MOVE FS-PED-NR-PEDIDO TO WS-NR-DOC-PARCELA
               IF WS-QT-PARCELAS GREATER 1
                                      FS-REC-NR-ESTAGIO-COB
           MOVE FS-PED-NR-PEDIDO   TO FS-REC-NR-PEDIDO
           MOVE WS-PARC-IDX        TO FS-REC-NR-PARCELA
           MOVE WS-CD-FILIAL-TIT   TO FS-REC-CD-FILIAL

           WRITE ARQ-RECEBER-REC
               INVALID KEY

       2170-CARREGA-PARCELAS-EXISTX. EXIT.

      * -----------------------------------
      * ABRE A TENTATIVA: GRAVA O CHECKPOINT INICIAL (UMA QUEDA ANTES
      * DA 1A EFETIVACAO TAMBEM E RETOMADA) E O CABECALHO NO DIARIO
       2700-ABRE-TENTATIVA SECTION.

           ADD 1 TO WS-NR-TENTATIVA
           PERFORM 6400-GRAVA-CHECKPOINT

           ACCEPT WS-HORA-BUFFER FROM TIME

           MOVE SPACES TO WS-LIN-TEXTO
           IF E-RETOMAR
               STRING "TENTATIVA " DELIMITED BY SIZE
                      WS-NR-TENTATIVA DELIMITED BY SIZE
                      " RETOMADA EM " DELIMITED BY SIZE
                      WS-HORA-BUFFER(1:6) DELIMITED BY SIZE
                      " APOS O PEDIDO " DELIMITED BY SIZE
                      WS-CKP-ULT-PEDIDO DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
           ELSE
               STRING "TENTATIVA " DELIMITED BY SIZE
                      WS-NR-TENTATIVA DELIMITED BY SIZE
                      " INICIADA EM " DELIMITED BY SIZE
                      WS-HORA-BUFFER(1:6) DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
           END-IF
           MOVE WS-LIN-TEXTO TO ARQ-DIARIO-REC
           WRITE ARQ-DIARIO-REC.

       2700-ABRE-TENTATIVAX. EXIT.

      * -----------------------------------
      * ANEXA AO DIARIO A LINHA DO PEDIDO TRATADO NESTA TENTATIVA
       2800-RELATA-PEDIDO SECTION.

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-PED-VL-TOTAL TO WS-VL-EDIT
           STRING WS-DS-ACAO DELIMITED BY "  "
                  " PEDIDO " DELIMITED BY SIZE
                  FS-PED-NR-PEDIDO DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  FS-PED-CD-CLIENTE DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VL-EDIT DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DIARIO-REC
           WRITE ARQ-DIARIO-REC.

       2800-RELATA-PEDIDOX. EXIT.

      * -----------------------------------
      * PEDIDO QUE ESTAVA EM CURSO QUANDO A EXECUCAO ANTERIOR CAIU:
      * SE AINDA PODE SER FATURADO, A UNIDADE E COMPLETADA PELAS
      * ETAPAS QUE FALTARAM; SE FOI EXCLUIDO, CANCELADO OU RETIDO
      * NESSE MEIO TEMPO, OS TITULOS QUE CHEGOU A GERAR SAO
      * DESFEITOS. EXPOSICAO INICIADA E NAO CONFIRMADA NAO E
      * REPETIDA: SAI NO DIARIO PARA CONFERIR
       2900-RECUPERA-PEDIDO SECTION.

           ADD 1 TO WQT-ARQ-RECUPERADOS

           MOVE WS-CKP-PEDIDO-CURSO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO

           IF NOT FS-STAT-PED-OK
               MOVE WS-CKP-PEDIDO-CURSO TO FS-PED-NR-PEDIDO
               MOVE ZEROS TO FS-PED-CD-CLIENTE
                             FS-PED-VL-TOTAL
           END-IF

           IF NOT FS-STAT-PED-OK OR
              (NOT FS-PED-FATURADO AND
               (FS-PED-CANCELADO OR FS-PED-RETIDO))
               PERFORM 2950-DESFAZ-TITULOS
               MOVE "DESFEITO NA RETOMADA" TO WS-DS-ACAO
               PERFORM 2800-RELATA-PEDIDO
               GO TO 2900-RECUPERA-PEDIDOX
           END-IF

           IF WS-CKP-ETP-EXPOSICAO EQUAL 'I'
               MOVE 'S' TO WS-CKP-ETP-EXPOSICAO
               MOVE "EXPOSICAO A CONFERIR" TO WS-DS-ACAO
               PERFORM 2800-RELATA-PEDIDO
           END-IF

           IF FS-PED-FATURADO AND WS-CKP-ETP-ESTOQUE EQUAL 'S'
               MOVE "JA COMPLETO NA QUEDA" TO WS-DS-ACAO
           ELSE
               MOVE "CONCLUIDO NA RETOMADA" TO WS-DS-ACAO
           END-IF

           PERFORM 2010-FATURA-PEDIDO

           IF NOT E-PEDIDO-FATURADO
               MOVE "NAO CONCLUIDO NA RETOMADA" TO WS-DS-ACAO
           END-IF
           PERFORM 2800-RELATA-PEDIDO.

       2900-RECUPERA-PEDIDOX. EXIT.

      * -----------------------------------
      * EXCLUI OS TITULOS EM ABERTO E SEM PAGAMENTO GERADOS PARA O
      * PEDIDO EM CURSO (ROLLBACK DA UNIDADE QUE NAO PODE SER
      * COMPLETADA), JORNALIZANDO CADA EXCLUSAO
       2950-DESFAZ-TITULOS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           START ARQ-RECEBER KEY GREATER FS-REC-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-REC
           END-START

           PERFORM UNTIL NOT FS-STAT-REC-OK
               READ ARQ-RECEBER NEXT
                   AT END MOVE 10 TO FS-STAT-REC
               END-READ

               IF FS-STAT-REC-OK
                   IF FS-REC-NR-PEDIDO EQUAL WS-CKP-PEDIDO-CURSO AND
                      FS-REC-ABERTO AND
                      FS-REC-VL-PAGO EQUAL ZEROS
                       DELETE ARQ-RECEBER RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE "DELETE" TO LK-JNL-OPERACAO
                       PERFORM 8610-JORNAL-RECEBER
                       MOVE ZEROS TO FS-STAT-REC
                   END-IF
               END-IF
           END-PERFORM.

       2950-DESFAZ-TITULOSX. EXIT.

      * -----------------------------------
      * GRAVA NO DIARIO O FECHAMENTO E AS CONTAGENS DA TENTATIVA
       3000-GRAVA-RESUMO SECTION.

           ACCEPT WS-HORA-BUFFER FROM TIME

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "TENTATIVA " DELIMITED BY SIZE
                  WS-NR-TENTATIVA DELIMITED BY SIZE
                  " CONCLUIDA EM " DELIMITED BY SIZE
                  WS-HORA-BUFFER(1:6) DELIMITED BY SIZE
                  " - PEDIDO DA QUEDA TRATADO " DELIMITED BY SIZE
                  WQT-ARQ-RECUPERADOS DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DIARIO-REC
           WRITE ARQ-DIARIO-REC

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "PEDIDOS " DELIMITED BY SIZE
                  WQT-ARQ-PEDIDOS DELIMITED BY SIZE
                  "  TITULOS GERADOS " DELIMITED BY SIZE
                  WQT-ARQ-GERADOS DELIMITED BY SIZE
                  "  JA EXISTENTES " DELIMITED BY SIZE
                  WQT-ARQ-EXISTENTES DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DIARIO-REC
           WRITE ARQ-DIARIO-REC.

       3000-GRAVA-RESUMOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA GERACAO
       5000-ABRIR-ARQUIVOS SECTION.
           OPEN I-O ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE 'S' TO WS-CLIENTE-ABERTO
           END-IF

      * NA RETOMADA O DIARIO DA 1A TENTATIVA E ESTENDIDO
           IF E-RETOMAR
               OPEN EXTEND ARQ-DIARIO
               IF NOT FS-STAT-DIA-OK
                   OPEN OUTPUT ARQ-DIARIO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-DIARIO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR, SE EXISTIR; RETOMADA
      * RECUPERA A DATA E O PRAZO DA 1A TENTATIVA
       5400-VERIFICA-CHECKPOINT SECTION.

           MOVE 'N' TO WS-RETOMAR WS-LOTE-RETOMADO
           MOVE ZEROS TO WS-CKP-ULT-PEDIDO
                         WS-CKP-PEDIDO-CURSO
                         WS-NR-TENTATIVA

           OPEN INPUT ARQ-CKP-FAT

           IF FS-STAT-CKF-OK
               READ ARQ-CKP-FAT
                   NOT AT END
                       IF FS-CKF-NR-TENTATIVA IS NUMERIC AND
                          FS-CKF-NR-TENTATIVA GREATER ZEROS
                           MOVE 'S' TO WS-RETOMAR WS-LOTE-RETOMADO
                           MOVE FS-CKF-NR-ULT-PEDIDO
                             TO WS-CKP-ULT-PEDIDO
                           MOVE FS-CKF-NR-PEDIDO-CURSO
                             TO WS-CKP-PEDIDO-CURSO
                           MOVE FS-CKF-ETP-EXPOSICAO
                             TO WS-CKP-ETP-EXPOSICAO
                           MOVE FS-CKF-ETP-ESTOQUE
                             TO WS-CKP-ETP-ESTOQUE
                           MOVE FS-CKF-NR-TENTATIVA TO WS-NR-TENTATIVA
                           MOVE FS-CKF-DT-EXECUCAO TO WS-DT-HOJE
                           MOVE FS-CKF-DIAS-PRAZO TO WS-DIAS-PRAZO
                       END-IF
               END-READ
               CLOSE ARQ-CKP-FAT
           END-IF.

       5400-VERIFICA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6000-LER-ARQ-PEDIDO SECTION.

       6000-LER-ARQ-PEDIDO-FIMX. EXIT.

      * -----------------------------------
      * GRAVA O CHECKPOINT: ULTIMO PEDIDO EFETIVADO, PEDIDO EM CURSO
      * E SUAS ETAPAS, TENTATIVA E PARAMETROS DA EXECUCAO
       6400-GRAVA-CHECKPOINT SECTION.

           OPEN OUTPUT ARQ-CKP-FAT
           MOVE SPACES TO ARQ-CKP-FAT-REC
           MOVE WS-CKP-ULT-PEDIDO    TO FS-CKF-NR-ULT-PEDIDO
           MOVE WS-CKP-PEDIDO-CURSO  TO FS-CKF-NR-PEDIDO-CURSO
           MOVE WS-CKP-ETP-EXPOSICAO TO FS-CKF-ETP-EXPOSICAO
           MOVE WS-CKP-ETP-ESTOQUE   TO FS-CKF-ETP-ESTOQUE
           MOVE WS-NR-TENTATIVA      TO FS-CKF-NR-TENTATIVA
           MOVE WS-DT-HOJE           TO FS-CKF-DT-EXECUCAO
           MOVE ZEROS                TO FS-CKF-DT-CORTE
           MOVE WS-DIAS-PRAZO        TO FS-CKF-DIAS-PRAZO
           WRITE ARQ-CKP-FAT-REC
           CLOSE ARQ-CKP-FAT.

       6400-GRAVA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * EFETIVA O LOTE: FECHA E REABRE OS ARQUIVOS ATUALIZADOS, PARA
      * AS GRAVACOES IREM AO DISCO, E SO ENTAO REGISTRA O PEDIDO
      * CORRENTE COMO O ULTIMO COMPLETO NO CHECKPOINT
       6500-EFETIVA-LOTE SECTION.

           MOVE FS-PED-NR-PEDIDO TO WS-CKP-ULT-PEDIDO

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-RECEBER
           CLOSE ARQ-DIARIO
           IF E-CLIENTE-ABERTO
               CLOSE ARQ-CLIENTE
           END-IF

           OPEN I-O ARQ-PEDIDO
           OPEN I-O ARQ-RECEBER
           OPEN EXTEND ARQ-DIARIO
           IF E-CLIENTE-ABERTO
               OPEN I-O ARQ-CLIENTE
           END-IF

           MOVE WS-CKP-ULT-PEDIDO TO FS-PED-NR-PEDIDO
           MOVE ZEROS TO WS-CKP-PEDIDO-CURSO
           MOVE 'N' TO WS-CKP-ETP-EXPOSICAO
                       WS-CKP-ETP-ESTOQUE
                       WS-LOTE-RETOMADO
           PERFORM 6400-GRAVA-CHECKPOINT.

       6500-EFETIVA-LOTEX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA GERACAO
       7000-FECHA-ARQUIVOS SECTION.

           IF E-CLIENTE-ABERTO
               CLOSE ARQ-CLIENTE
           END-IF

           CLOSE ARQ-DIARIO.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LIMPA O CHECKPOINT (GERACAO CONCLUIDA)
       7500-LIMPA-CHECKPOINT SECTION.

           OPEN OUTPUT ARQ-CKP-FAT
           CLOSE ARQ-CKP-FAT.

       7500-LIMPA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * JORNALIZA AS ATUALIZACOES DE PEDIDO E TITULO PARA A
      * RECUPERACAO POR REAPLICACAO (CBL_RECUPERA_JORNAL)

       8620-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DATA DA ETAPA (JA CARREGADA) DO PEDIDO CORRENTE
       8650-ETAPA-PEDIDO SECTION.

           MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
           MOVE ZEROS TO LK-ETP-DATA
           CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS.

       8650-ETAPA-PEDIDOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
