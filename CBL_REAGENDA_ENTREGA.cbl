      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Reagendamento Automatico de Entregas Frustradas
      * Tectonics: cobc
      ******************************************************************
      * LE OS RESULTADOS DE ENTREGA DA DATA (ARQ-ENTREGA) E DEVOLVE A
      * CARGA OS PEDIDOS QUE NAO FORAM ENTREGUES: CLIENTE AUSENTE OU
      * RECUSA COM MOTIVO REAGENDAVEL (PARAMETRO REAGENDA-MOTIVOS,
      * PADRAO "FE" - ESTABELECIMENTO FECHADO). O PEDIDO FATURADO DO
      * CLIENTE NA DATA ENTRA EM ARQ-REAGENDA PENDENTE PARA O PROXIMO
      * DIA UTIL DA REGIAO DO CLIENTE (CBL_DIA_UTIL), E A MONTAGEM DA
      * CARGA (CBL_CARGA_DIA) O COLOCA NA CARGA DO MESMO VENDEDOR,
      * RESPEITANDO A JANELA DE ATENDIMENTO. NOVA FALHA DE UM PEDIDO
      * JA REAGENDADO SOMA UMA TENTATIVA; AO ATINGIR O MAXIMO
      * (PARAMETRO REAGENDA-MAX-TENTATIVAS, PADRAO 3) O PEDIDO DEIXA
      * DE SER REAGENDADO E VAI PARA DECISAO MANUAL, LISTADO EM
      * REAGENDA_MANUAL_<AAAAMMDD>.TXT. ENTREGA INTEGRAL OU PARCIAL,
      * OU RECUSA DEFINITIVA (QUE JA GEROU A DEVOLUCAO), ENCERRA O
      * REAGENDAMENTO. RODA PELA TELA OU NA CADEIA NOTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REAGENDA_ENTREGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ENTREGA ASSIGN TO DISK WID-ARQ-ENTREGA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ENT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ENT.

           SELECT ARQ-REAGENDA ASSIGN TO DISK WID-ARQ-REAGENDA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REA.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ENTREGA.

       COPY FS-ARQ-ENTREGA.

       FD ARQ-REAGENDA.

       COPY FS-ARQ-REAGENDA.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-ENT PIC 9(02).
           88 FS-STAT-ENT-OK         VALUE 00.
           88 FS-STAT-ENT-NAO-EXISTE VALUE 35.

       77 FS-STAT-REA PIC 9(02).
           88 FS-STAT-REA-OK         VALUE 00.
           88 FS-STAT-REA-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-REL PIC 9(02).
           88 FS-STAT-REL-OK         VALUE 00.

       77 WNM-ARQ-RELATORIO PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-MODO-BATCH PIC X(01) VALUE 'N'.
           88 E-MODO-BATCH VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

      * DATA DAS ENTREGAS TRATADAS (PADRAO: HOJE)
       77 WS-DT-ENTREGA PIC 9(008) VALUE ZEROS.

      * MAXIMO DE TENTATIVAS FRUSTRADAS ANTES DA DECISAO MANUAL E
      * MOTIVOS DE RECUSA QUE LEVAM A REAGENDAMENTO
       77 WS-MAX-TENTATIVAS   PIC 9(002) VALUE 3.
       77 WS-MOTIVOS-REAGENDA PIC X(050) VALUE "FE".
       77 WS-QT-MOTIVO        PIC 9(003) VALUE ZEROS.

       77 WS-FALHOU PIC X VALUE 'N'.
           88 E-FALHOU VALUE 'S'.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.
       77 WS-NR-PEDIDO PIC 9(007) VALUE ZEROS.
       77 WS-DT-PROXIMA PIC 9(008) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-ARQ-LIDOS       PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-REAGENDADOS PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-MANUAIS     PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-ENCERRADOS  PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-SEM-PEDIDO  PIC 9(9) VALUE ZEROS.

       01 WS-LINHA-REL.
           05 WS-REL-NR-PEDIDO    PIC 9(007).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-REL-CD-CLIENTE   PIC 9(007).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-REL-CD-VENDEDOR  PIC 9(007).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-REL-DT-FATURA    PIC 9(008).
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-REL-DT-ULTIMA    PIC 9(008).
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-REL-TENTATIVAS   PIC 9(002).
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-REL-RESULTADO    PIC X(001).
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-REL-MOTIVO       PIC X(002).

       COPY CPY_ID_ARQ_ENTREGA.
       COPY CPY_ID_ARQ_REAGENDA.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DIA_UTIL.

       COPY CPY_GRAVA_LOG.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(70) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML-ANT COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-PARAM.
           05 LINE 10 COLUMN 10 VALUE
              "Data das Entregas (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(008) USING WS-DT-ENTREGA.
           05 LINE 11 COLUMN 10 VALUE
              "Maximo de Tentativas:".
           05 COLUMN PLUS 2 PIC 9(002) USING WS-MAX-TENTATIVAS.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 10 VALUE "Entregas Lidas:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-LIDOS.
           05 LINE 14 COLUMN 10 VALUE "Pedidos Reagendados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-REAGENDADOS.
           05 LINE 15 COLUMN 10 VALUE "Para Decisao Manual:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-MANUAIS.
           05 LINE 16 COLUMN 10 VALUE "Reagendamentos Encerrados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-ENCERRADOS.
           05 LINE 17 COLUMN 10 VALUE "Falhas sem Pedido Faturado:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-SEM-PEDIDO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-ENTREGA
           END-IF
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-REAGENDA
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-CLIENTE

           MOVE "REAGENDA-MAX-TENTATIVAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-MAX-TENTATIVAS =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "REAGENDA-MOTIVOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR TO WS-MOTIVOS-REAGENDA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ENTREGA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "REAGENDAMENTO DE ENTREGAS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE

           ACCEPT WS-DT-ENTREGA FROM DATE YYYYMMDD

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
               DISPLAY SS-TELA-PARAM
               ACCEPT SS-TELA-PARAM
           END-IF

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               OPEN INPUT ARQ-ENTREGA

               IF FS-STAT-ENT-NAO-EXISTE
                   MOVE "NENHUMA ENTREGA REGISTRADA" TO WS-MSGERRO
                   IF E-MODO-BATCH
                       DISPLAY WS-MSGERRO
                   ELSE
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               ELSE
                   PERFORM 5000-ABRIR-ARQUIVOS

                   MOVE LOW-VALUES TO FS-ENT-KEY
                   PERFORM 6100-LE-PROX-ENTREGA

                   PERFORM UNTIL NOT FS-STAT-ENT-OK
                       IF FS-ENT-DT-ENTREGA EQUAL WS-DT-ENTREGA
                           ADD 1 TO WQT-ARQ-LIDOS
                           PERFORM 2000-TRATA-ENTREGA
                       END-IF
                       PERFORM 6100-LE-PROX-ENTREGA
                   END-PERFORM

                   PERFORM 3000-LISTA-MANUAIS

                   PERFORM 7000-FECHA-ARQUIVOS

                   MOVE SPACES TO WS-MSGERRO
                   STRING "REAGENDAMENTO CONCLUIDO - MANUAIS EM "
                            DELIMITED BY SIZE
                          WNM-ARQ-RELATORIO DELIMITED BY "  "
                     INTO WS-MSGERRO
                   IF E-MODO-BATCH
                       DISPLAY WS-MSGERRO
                   ELSE
                       DISPLAY SS-TELA-RESULTADO
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF

               CLOSE ARQ-ENTREGA
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * TRATA UM RESULTADO DE ENTREGA DA DATA: ATUALIZA O PEDIDO
      * REAGENDADO QUE ESTAVA NA CARGA OU, EM FALHA DE PRIMEIRA
      * TENTATIVA, ABRE O REAGENDAMENTO DO PEDIDO FATURADO NA DATA
       2000-TRATA-ENTREGA SECTION.

           MOVE 'N' TO WS-FALHOU
           IF FS-ENT-AUSENTE
               MOVE 'S' TO WS-FALHOU
           END-IF

           IF FS-ENT-RECUSADA AND FS-ENT-CD-MOTIVO NOT EQUAL SPACES
               MOVE ZEROS TO WS-QT-MOTIVO
               INSPECT WS-MOTIVOS-REAGENDA
                   TALLYING WS-QT-MOTIVO FOR ALL FS-ENT-CD-MOTIVO
               IF WS-QT-MOTIVO GREATER ZEROS
                   MOVE 'S' TO WS-FALHOU
               END-IF
           END-IF

      * PEDIDO REAGENDADO CARREGADO PARA O CLIENTE NESTA DATA
           MOVE 'N' TO WS-ACHADO
           MOVE LOW-VALUES TO FS-REA-KEY
           PERFORM 6200-LE-PROX-REAGENDA

           PERFORM UNTIL NOT FS-STAT-REA-OK OR E-ACHADO
               IF FS-REA-CARREGADO AND
                  FS-REA-CD-CLIENTE EQUAL FS-ENT-CD-CLIENTE AND
                  FS-REA-DT-CARGA EQUAL FS-ENT-DT-ENTREGA
                   MOVE 'S' TO WS-ACHADO
               ELSE
                   PERFORM 6200-LE-PROX-REAGENDA
               END-IF
           END-PERFORM

           IF E-ACHADO
               PERFORM 2100-ATUALIZA-REAGENDADO
           ELSE
               IF E-FALHOU
                   PERFORM 2200-NOVO-REAGENDAMENTO
               END-IF
           END-IF.

       2000-TRATA-ENTREGAX. EXIT.

      * -----------------------------------
      * RESULTADO DA NOVA TENTATIVA DE UM PEDIDO REAGENDADO: NOVA
      * FALHA REAGENDA DE NOVO OU, NO MAXIMO DE TENTATIVAS, PASSA
      * PARA DECISAO MANUAL; ENTREGA OU RECUSA DEFINITIVA ENCERRA
       2100-ATUALIZA-REAGENDADO SECTION.

           MOVE FS-ENT-CD-RESULTADO TO FS-REA-CD-RESULTADO
           MOVE FS-ENT-CD-MOTIVO    TO FS-REA-CD-MOTIVO

           IF E-FALHOU
               ADD 1 TO FS-REA-QT-TENTATIVAS
               MOVE FS-ENT-DT-ENTREGA TO FS-REA-DT-ULT-ENTREGA
               PERFORM 2300-DEFINE-SITUACAO
           ELSE
               MOVE "E" TO FS-REA-IND-SITUACAO
               ADD 1 TO WQT-ARQ-ENCERRADOS
           END-IF

           REWRITE ARQ-REAGENDA-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       2100-ATUALIZA-REAGENDADOX. EXIT.

      * -----------------------------------
      * PRIMEIRA FALHA: LOCALIZA O PEDIDO FATURADO DO CLIENTE NA DATA
      * E ABRE O REAGENDAMENTO (PEDIDO JA REAGENDADO NAO E REABERTO)
       2200-NOVO-REAGENDAMENTO SECTION.

           MOVE ZEROS TO WS-NR-PEDIDO

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6300-LE-PROX-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK OR
                         WS-NR-PEDIDO GREATER ZEROS
               IF FS-PED-FATURADO AND
                  FS-PED-CD-CLIENTE EQUAL FS-ENT-CD-CLIENTE AND
                  FS-PED-DT-FATURAMENTO EQUAL FS-ENT-DT-ENTREGA
                   MOVE FS-PED-NR-PEDIDO TO WS-NR-PEDIDO
               ELSE
                   PERFORM 6300-LE-PROX-PEDIDO
               END-IF
           END-PERFORM

           IF WS-NR-PEDIDO EQUAL ZEROS
               ADD 1 TO WQT-ARQ-SEM-PEDIDO
               GO TO 2200-NOVO-REAGENDAMENTOX
           END-IF

           MOVE WS-NR-PEDIDO TO FS-REA-NR-PEDIDO
           READ ARQ-REAGENDA
           IF FS-STAT-REA-OK
               GO TO 2200-NOVO-REAGENDAMENTOX
           END-IF

           INITIALIZE ARQ-REAGENDA-REC
           MOVE WS-NR-PEDIDO          TO FS-REA-NR-PEDIDO
           MOVE FS-PED-CD-CLIENTE     TO FS-REA-CD-CLIENTE
           MOVE FS-PED-CD-VENDEDOR    TO FS-REA-CD-VENDEDOR
           MOVE FS-PED-DT-FATURAMENTO TO FS-REA-DT-FATURAMENTO
           MOVE FS-ENT-DT-ENTREGA     TO FS-REA-DT-ULT-ENTREGA
           MOVE 1                     TO FS-REA-QT-TENTATIVAS
           MOVE FS-ENT-CD-RESULTADO   TO FS-REA-CD-RESULTADO
           MOVE FS-ENT-CD-MOTIVO      TO FS-REA-CD-MOTIVO

           PERFORM 2300-DEFINE-SITUACAO

           WRITE ARQ-REAGENDA-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2200-NOVO-REAGENDAMENTOX. EXIT.

      * -----------------------------------
      * DEFINE A SITUACAO APOS UMA FALHA: DECISAO MANUAL NO MAXIMO DE
      * TENTATIVAS; SENAO PENDENTE PARA O PROXIMO DIA UTIL DA REGIAO
      * DO CLIENTE APOS A TENTATIVA
       2300-DEFINE-SITUACAO SECTION.

           MOVE ZEROS TO FS-REA-DT-CARGA

           IF FS-REA-QT-TENTATIVAS NOT LESS WS-MAX-TENTATIVAS
               MOVE "M" TO FS-REA-IND-SITUACAO
               MOVE ZEROS TO FS-REA-DT-PREVISTA
               ADD 1 TO WQT-ARQ-MANUAIS
               GO TO 2300-DEFINE-SITUACAOX
           END-IF

           COMPUTE WS-DT-PROXIMA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FS-ENT-DT-ENTREGA) + 1)

           MOVE SPACES TO LK-DUT-CD-REGIAO
           MOVE FS-REA-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-CD-REGIAO TO LK-DUT-CD-REGIAO
           END-IF

           MOVE "R"           TO LK-DUT-FUNCAO
           MOVE WS-DT-PROXIMA TO LK-DUT-DT-DATA
           CALL 'CBL_DIA_UTIL' USING LK-DUT-PARAMETERS
           IF LK-DUT-RC EQUAL ZEROS
               MOVE LK-DUT-DT-UTIL TO WS-DT-PROXIMA
           END-IF

           MOVE "P"           TO FS-REA-IND-SITUACAO
           MOVE WS-DT-PROXIMA TO FS-REA-DT-PREVISTA
           ADD 1 TO WQT-ARQ-REAGENDADOS.

       2300-DEFINE-SITUACAOX. EXIT.

      * -----------------------------------
      * LISTA TODOS OS PEDIDOS AGUARDANDO DECISAO MANUAL
       3000-LISTA-MANUAIS SECTION.

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "REAGENDA_MANUAL_" DELIMITED BY SIZE
                  WS-DT-ENTREGA ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES TO ARQ-RELATORIO-REC
           STRING "PEDIDOS PARA DECISAO MANUAL - MAXIMO DE "
                    DELIMITED BY SIZE
                  WS-MAX-TENTATIVAS DELIMITED BY SIZE
                  " TENTATIVAS" DELIMITED BY SIZE
             INTO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC

           MOVE "PEDIDO   CLIENTE  VENDEDOR FATURADO  ULT.TENT. TENT. RE
      -"S. MOTIVO" TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC

           MOVE LOW-VALUES TO FS-REA-KEY
           PERFORM 6200-LE-PROX-REAGENDA

           PERFORM UNTIL NOT FS-STAT-REA-OK
               IF FS-REA-MANUAL
                   MOVE FS-REA-NR-PEDIDO      TO WS-REL-NR-PEDIDO
                   MOVE FS-REA-CD-CLIENTE     TO WS-REL-CD-CLIENTE
                   MOVE FS-REA-CD-VENDEDOR    TO WS-REL-CD-VENDEDOR
                   MOVE FS-REA-DT-FATURAMENTO TO WS-REL-DT-FATURA
                   MOVE FS-REA-DT-ULT-ENTREGA TO WS-REL-DT-ULTIMA
                   MOVE FS-REA-QT-TENTATIVAS  TO WS-REL-TENTATIVAS
                   MOVE FS-REA-CD-RESULTADO   TO WS-REL-RESULTADO
                   MOVE FS-REA-CD-MOTIVO      TO WS-REL-MOTIVO
                   MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
                   WRITE ARQ-RELATORIO-REC
               END-IF
               PERFORM 6200-LE-PROX-REAGENDA
           END-PERFORM

           CLOSE ARQ-RELATORIO.

       3000-LISTA-MANUAISX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO REAGENDAMENTO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-REAGENDA
           IF FS-STAT-REA-NAO-EXISTE
               OPEN OUTPUT ARQ-REAGENDA
               CLOSE ARQ-REAGENDA
               OPEN I-O ARQ-REAGENDA
           END-IF

           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN INPUT ARQ-PEDIDO
           END-IF

           OPEN INPUT ARQ-CLIENTE.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DE ENTREGA PELA CHAVE
       6100-LE-PROX-ENTREGA SECTION.

           START ARQ-ENTREGA KEY > FS-ENT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ENT
               NOT INVALID KEY
                   READ ARQ-ENTREGA NEXT
                       AT END MOVE 99 TO FS-STAT-ENT
                   END-READ
           END-START.

       6100-LE-PROX-ENTREGAX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REAGENDAMENTO PELA CHAVE
       6200-LE-PROX-REAGENDA SECTION.

           START ARQ-REAGENDA KEY > FS-REA-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REA
               NOT INVALID KEY
                   READ ARQ-REAGENDA NEXT
                       AT END MOVE 99 TO FS-STAT-REA
                   END-READ
           END-START.

       6200-LE-PROX-REAGENDAX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6300-LE-PROX-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PED
               NOT INVALID KEY
                   READ ARQ-PEDIDO NEXT
                       AT END MOVE 99 TO FS-STAT-PED
                   END-READ
           END-START.

       6300-LE-PROX-PEDIDOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO REAGENDAMENTO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-REAGENDA
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_REAGENDA_ENTREGA" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_REAGENDA_ENTREGA.
