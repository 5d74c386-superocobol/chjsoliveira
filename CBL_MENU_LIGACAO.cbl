      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Registro do Resultado das Ligacoes de Televendas
      * Tectonics: cobc
      ******************************************************************
      * REGISTRA EM LIGACAO.IDX (CHAVE CLIENTE + DATA) O RESULTADO DA
      * LIGACAO FEITA A PARTIR DA LISTA DE TELEVENDAS
      * (CBL_LISTA_TELEVENDAS): P = PEDIDO FEITO (COM O NUMERO DO
      * PEDIDO), R = RETORNAR (COM A DATA COMBINADA), N = NAO ATENDEU
      * E S = SEM INTERESSE. O CLIENTE COM LIGACAO REGISTRADA SAI DA
      * LISTA DOS DIAS SEGUINTES. O NOVO REGISTRO DO MESMO DIA
      * SUBSTITUI O ANTERIOR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_LIGACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-LIGACAO ASSIGN TO DISK WID-ARQ-LIGACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LIG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LIG.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LIGACAO.

       COPY FS-ARQ-LIGACAO.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 WS-ENCERRA PIC X VALUE 'N'.
           88 E-ENCERRA VALUE 'S'.

       77 FS-STAT-LIG PIC 9(02).
           88 FS-STAT-LIG-OK         VALUE 00.
           88 FS-STAT-LIG-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-ID-OPERADOR PIC X(10) VALUE SPACES.
       77 WS-DT-HOJE     PIC 9(008) VALUE ZEROS.

       77 WS-CD-CLIENTE     PIC 9(007) VALUE ZEROS.
       77 WS-DT-LIGACAO     PIC 9(008) VALUE ZEROS.
       77 WS-CD-RESULTADO   PIC X(001) VALUE SPACES.
           88 E-RES-PEDIDO   VALUES ARE "P" "p".
           88 E-RES-RETORNAR VALUES ARE "R" "r".
           88 E-RES-OK       VALUES ARE "P" "p" "R" "r" "N" "n"
                                        "S" "s".
       77 WS-DT-RETORNO     PIC 9(008) VALUE ZEROS.
       77 WS-NR-PEDIDO      PIC 9(007) VALUE ZEROS.
       77 WS-DS-OBSERVACAO  PIC X(040) VALUE SPACES.

       77 WS-LIGACAO-OK PIC X VALUE 'N'.
           88 E-LIGACAO-OK VALUE 'S'.

       COPY CPY_ID_ARQ_LIGACAO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

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
               10 LINE WS-NUML-ANT COLUMN 1 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-LIGACAO.
           05 LINE 09 COLUMN 10 VALUE "Codigo Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 10 VALUE "Data(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-LIGACAO.
           05 LINE 11 COLUMN 15 VALUE "Resultado:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CD-RESULTADO.
           05 LINE 12 COLUMN 06 VALUE "Retornar em(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-RETORNO
              BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 13 VALUE "Nr. Pedido:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PEDIDO
              BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 13 VALUE "Observacao:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-DS-OBSERVACAO.
           05 LINE 16 COLUMN 04 VALUE "P-Pedido feito  R-Retornar  N-N
      -"ao atendeu  S-Sem interesse".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-LIGACAO
           END-IF
           MOVE WNM-PATH-LIGACAO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-LIGACAO TO WNM-PATH-PEDIDO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-LIGACAO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE ZEROS TO LK-RETURN-CODE
           MOVE LK-OPERADOR TO WS-ID-OPERADOR
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 5000-ABRIR-ARQ-LIGACAO
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PEDIDO

           MOVE 'N' TO WS-ENCERRA
           PERFORM 1000-REGISTRA-LIGACAO
             UNTIL E-ENCERRA

           PERFORM 7000-FECHA-ARQ-LIGACAO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * REGISTRA UMA LIGACAO PELA TELA; ESC ENCERRA
       1000-REGISTRA-LIGACAO SECTION.

           MOVE "RESULTADO DE TELEVENDAS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-CD-RESULTADO WS-DS-OBSERVACAO
           MOVE ZEROS TO WS-CD-CLIENTE WS-DT-RETORNO WS-NR-PEDIDO
           MOVE WS-DT-HOJE TO WS-DT-LIGACAO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-LIGACAO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                        MOVE 'S' TO WS-ENCERRA
                   WHEN WS-CD-CLIENTE EQUAL ZEROS OR
                        WS-DT-LIGACAO EQUAL ZEROS OR
                        WS-CD-RESULTADO EQUAL SPACES
                        MOVE "FAVOR INFORMAR Cliente, Data e Resultado"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 6500-VALIDA-LIGACAO
                        IF NOT E-LIGACAO-OK
                            PERFORM 9000-MOSTRA-ERRO
                        ELSE
                            PERFORM 6550-GRAVA-LIGACAO
                            MOVE "LIGACAO REGISTRADA COM SUCESSO"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
               END-EVALUATE

           END-PERFORM.

       1000-REGISTRA-LIGACAOX. EXIT.

      * -----------------------------------
      * CRITICA A LIGACAO INFORMADA; DEVOLVE O MOTIVO EM WS-MSGERRO
       6500-VALIDA-LIGACAO SECTION.

           MOVE 'N' TO WS-LIGACAO-OK

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-LIGACAO)
              NOT EQUAL ZEROS OR WS-DT-LIGACAO GREATER WS-DT-HOJE
               MOVE "DATA DA LIGACAO INVALIDA" TO WS-MSGERRO
               GO TO 6500-VALIDA-LIGACAOX
           END-IF

           IF NOT E-RES-OK
               MOVE "RESULTADO INVALIDO (P, R, N OU S)" TO WS-MSGERRO
               GO TO 6500-VALIDA-LIGACAOX
           END-IF

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
               GO TO 6500-VALIDA-LIGACAOX
           END-IF

      * RETORNAR EXIGE A DATA COMBINADA, POSTERIOR A LIGACAO; NOS
      * DEMAIS RESULTADOS A DATA DE RETORNO E OPCIONAL
           IF E-RES-RETORNAR AND WS-DT-RETORNO EQUAL ZEROS
               MOVE "INFORME A DATA DE RETORNO" TO WS-MSGERRO
               GO TO 6500-VALIDA-LIGACAOX
           END-IF

           IF WS-DT-RETORNO GREATER ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-RETORNO)
                  NOT EQUAL ZEROS OR
                  WS-DT-RETORNO NOT GREATER WS-DT-LIGACAO
                   MOVE "DATA DE RETORNO INVALIDA" TO WS-MSGERRO
                   GO TO 6500-VALIDA-LIGACAOX
               END-IF
           END-IF

           IF WS-NR-PEDIDO GREATER ZEROS
               MOVE WS-NR-PEDIDO TO FS-PED-NR-PEDIDO
               READ ARQ-PEDIDO
               IF NOT FS-STAT-PED-OK OR
                  FS-PED-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE
                   MOVE "PEDIDO NAO ENCONTRADO PARA O CLIENTE"
                     TO WS-MSGERRO
                   GO TO 6500-VALIDA-LIGACAOX
               END-IF
           END-IF

           MOVE 'S' TO WS-LIGACAO-OK.

       6500-VALIDA-LIGACAOX. EXIT.

      * -----------------------------------
      * GRAVA A LIGACAO; A DO MESMO CLIENTE E DIA E SUBSTITUIDA
       6550-GRAVA-LIGACAO SECTION.

           MOVE SPACES TO ARQ-LIGACAO-REC
           MOVE WS-CD-CLIENTE    TO FS-LIG-CD-CLIENTE
           MOVE WS-DT-LIGACAO    TO FS-LIG-DT-LIGACAO
           MOVE WS-CD-RESULTADO  TO FS-LIG-CD-RESULTADO
           INSPECT FS-LIG-CD-RESULTADO CONVERTING "prns" TO "PRNS"
           MOVE WS-DT-RETORNO    TO FS-LIG-DT-RETORNO
           MOVE WS-NR-PEDIDO     TO FS-LIG-NR-PEDIDO
           MOVE WS-ID-OPERADOR   TO FS-LIG-ID-OPERADOR
           MOVE WS-DS-OBSERVACAO TO FS-LIG-DS-OBSERVACAO

           WRITE ARQ-LIGACAO-REC
               INVALID KEY
                   REWRITE ARQ-LIGACAO-REC
           END-WRITE.

       6550-GRAVA-LIGACAOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE LIGACOES PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-LIGACAO SECTION.

           OPEN I-O ARQ-LIGACAO.

           IF FS-STAT-LIG-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-LIGACAO
               PERFORM 7000-FECHA-ARQ-LIGACAO
               OPEN I-O ARQ-LIGACAO
           END-IF.

       5000-ABRIR-ARQ-LIGACAOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE LIGACOES
       7000-FECHA-ARQ-LIGACAO SECTION.

           CLOSE ARQ-LIGACAO.

       7000-FECHA-ARQ-LIGACAOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_LIGACAO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_LIGACAO.
