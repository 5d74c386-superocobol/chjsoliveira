      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Expiracao dos Pontos de Fidelidade Vencidos
      * Tectonics: cobc
      ******************************************************************
      * PERCORRE O CADASTRO DE CLIENTES E, PARA CADA UM, PEDE A
      * CBL_PONTOS_CLIENTE A EXPIRACAO ("X") DOS PONTOS GANHOS COM
      * VENCIMENTO ATE HOJE QUE AINDA NAO FORAM CONSUMIDOS POR
      * RESGATE, ESTORNO OU EXPIRACAO ANTERIOR (OS DEBITOS CONSOMEM
      * PRIMEIRO OS PONTOS MAIS ANTIGOS). CHAMAVEL DA CADEIA NOTURNA
      * (BATCH_NOTURNO.JOB, TIPICAMENTE DIA=01) E DO MENU DE
      * FIDELIDADE; RODAR DE NOVO NO MESMO DIA NAO EXPIRA NADA A MAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EXPIRA_PONTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

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

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-CLIENTES-LIDOS    PIC 9(9) VALUE ZEROS.
           05 WQT-CLIENTES-EXPIRADOS PIC 9(9) VALUE ZEROS.
           05 WQT-PONTOS-EXPIRADOS  PIC 9(9) VALUE ZEROS.
           05 WQT-CLIENTES-ERRO     PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_PONTOS_CLIENTE.

       COPY CPY_LE_PARAMETRO.

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

       01 SS-TELA-RESULTADO.
           05 LINE 12 COLUMN 07 VALUE "Clientes Lidos....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CLIENTES-LIDOS.
           05 LINE 13 COLUMN 07 VALUE "Clientes Expirados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CLIENTES-EXPIRADOS.
           05 LINE 14 COLUMN 07 VALUE "Pontos Expirados..:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-PONTOS-EXPIRADOS.
           05 LINE 15 COLUMN 07 VALUE "Clientes com Erro.:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CLIENTES-ERRO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CLIENTE
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "EXPIRACAO DE PONTOS DE FIDELIDADE" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               MOVE "CADASTRO DE CLIENTES NAO DISPONIVEL" TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               PERFORM 2000-EXPIRA-CLIENTES
               CLOSE ARQ-CLIENTE

               MOVE SPACES TO WS-MSGERRO
               STRING "PONTOS EXPIRADOS: " DELIMITED BY SIZE
                      WQT-PONTOS-EXPIRADOS DELIMITED BY SIZE
                      " EM " DELIMITED BY SIZE
                      WQT-CLIENTES-EXPIRADOS DELIMITED BY SIZE
                      " CLIENTES" DELIMITED BY SIZE
                 INTO WS-MSGERRO

               IF WQT-CLIENTES-ERRO GREATER ZEROS
                   MOVE 4 TO LK-RETURN-CODE
               END-IF
           END-IF

           MOVE "CBL_EXPIRA_PONTOS" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-CLS
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PEDE A EXPIRACAO DOS PONTOS VENCIDOS DE CADA CLIENTE
       2000-EXPIRA-CLIENTES SECTION.

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6200-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK

               ADD 1 TO WQT-CLIENTES-LIDOS

               MOVE "X"               TO LK-PTS-FUNCAO
               MOVE FS-CLI-CD-CLIENTE TO LK-PTS-CD-CLIENTE
               MOVE WS-DT-HOJE        TO LK-PTS-DT-MOVIMENTO
               MOVE ZEROS             TO LK-PTS-NR-PEDIDO
                                         LK-PTS-NR-DEVOLUCAO
                                         LK-PTS-CD-PRODUTO
                                         LK-PTS-VL-DEVOLVIDO
                                         LK-PTS-QT-PONTOS
                                         LK-PTS-VL-CUSTO
               MOVE "NOTURNO"         TO LK-PTS-ID-OPERADOR
               MOVE "PONTOS VENCIDOS" TO LK-PTS-DS-HISTORICO
               CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS

               EVALUATE TRUE
                   WHEN NOT LK-PTS-RC-OK
                       ADD 1 TO WQT-CLIENTES-ERRO
                   WHEN LK-PTS-QT-PONTOS GREATER ZEROS
                       ADD 1 TO WQT-CLIENTES-EXPIRADOS
                       ADD LK-PTS-QT-PONTOS TO WQT-PONTOS-EXPIRADOS
               END-EVALUATE

               PERFORM 6200-LER-ARQ-CLIENTE
           END-PERFORM.

       2000-EXPIRA-CLIENTESX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6200-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
             NOT INVALID KEY
               READ ARQ-CLIENTE NEXT
               END-READ
           END-START.

       6200-LER-ARQ-CLIENTE-FIMX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_EXPIRA_PONTOS.
