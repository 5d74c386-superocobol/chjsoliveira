      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Cadastro de Redes de Clientes - CRUD
      * Tectonics: cobc
      ******************************************************************
      * MANTEM O CADASTRO DE REDES (ARQ-REDE): GRUPOS DE LOJAS, COMO
      * AS REDES DE SUPERMERCADO, QUE NEGOCIAM E PAGAM DE FORMA
      * CENTRALIZADA. CADA CLIENTE APONTA PARA A SUA REDE
      * (FS-CLI-CD-REDE) E O LIMITE DE CREDITO DA REDE E CONFRONTADO
      * NA DIGITACAO E NO FATURAMENTO COM A EXPOSICAO SOMADA DE TODAS
      * AS LOJAS. NA ALTERACAO A TELA MOSTRA A QUANTIDADE DE LOJAS E
      * A EXPOSICAO SOMADA ATUAL. A EXCLUSAO APENAS INATIVA A REDE,
      * QUE DEIXA DE SER ACEITA NO CADASTRO DE CLIENTES E DE TER O
      * LIMITE CONFERIDO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REDE ASSIGN TO DISK WID-ARQ-REDE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RED.

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
       FD ARQ-REDE.

       COPY FS-ARQ-REDE.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-ALTERAR   VALUE IS "2".
           88 E-EXCLUIR   VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-RED PIC 9(02).
           88 FS-STAT-RED-OK         VALUE 00.
           88 FS-STAT-RED-EOF        VALUE 10 23.
           88 FS-STAT-RED-CANCELA    VALUE 99.
           88 FS-STAT-RED-NAO-EXISTE VALUE 35.
           88 FS-STAT-RED-DUP        VALUE 21.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-CD-REDE        PIC 9(002) VALUE ZEROS.
       77 WS-NM-REDE        PIC X(040) VALUE SPACES.
       77 WS-VL-LIM-CREDITO PIC 9(009)V99 VALUE ZEROS.
       77 WS-IND-BLOQUEADO  PIC X(001) VALUE 'N'.

      * LOJAS DA REDE E EXPOSICAO SOMADA (SO PARA CONSULTA NA TELA)
       77 WS-QT-LOJAS       PIC 9(005) VALUE ZEROS.
       77 WS-VL-EXPO-REDE   PIC 9(011)V99 VALUE ZEROS.
       77 WS-CLASSE-ABC     PIC X(001) VALUE SPACES.

       COPY CPY_ID_ARQ_REDE.
       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_GRAVA_LOG.

       COPY CPY_LE_PARAMETRO.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.

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

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REDE.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 15 VALUE "Codigo Rede:".
               10 COLUMN PLUS 2 PIC 9(02) USING WS-CD-REDE.
           05 SS-DADOS.
               10 LINE 11 COLUMN 20 VALUE "Nome:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-NM-REDE.
               10 LINE 12 COLUMN 13 VALUE "Lim.Credito:".
               10 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-LIM-CREDITO.
               10 LINE 13 COLUMN 10 VALUE "Bloqueada(S/N):".
               10 COLUMN PLUS 2 PIC X USING WS-IND-BLOQUEADO.

       01 SS-TELA-EXPOSICAO.
           05 LINE 15 COLUMN 19 VALUE "Lojas:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QT-LOJAS.
           05 LINE 16 COLUMN 10 VALUE "Exposicao Soma:".
           05 COLUMN PLUS 2 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-VL-EXPO-REDE.
           05 LINE 17 COLUMN 14 VALUE "Classe ABC:".
           05 COLUMN PLUS 2 PIC X FROM WS-CLASSE-ABC.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-REDE
           END-IF
           MOVE WNM-PATH-REDE TO WNM-PATH-CLIENTE

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-REDE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "REDES DE CLIENTES" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-REDE
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-REDE
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-REDE
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI REDE
       1000-ACS-INCLUIR-REDE SECTION.

           MOVE "REDES - 01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-REDE-REC WS-NM-REDE
           MOVE ZEROS TO WS-CD-REDE WS-VL-LIM-CREDITO
           MOVE 'N' TO WS-IND-BLOQUEADO

           PERFORM 5000-ABRIR-ARQ-REDE

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-REDE

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-REDE GREATER ZEROS AND
                        WS-NM-REDE NOT EQUAL SPACES
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Codigo e "
                          "Nome da Rede" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-REDE        TO FS-RED-CD-REDE
               MOVE WS-NM-REDE        TO FS-RED-NM-REDE
               MOVE WS-VL-LIM-CREDITO TO FS-RED-VL-LIM-CREDITO
               MOVE WS-IND-BLOQUEADO  TO FS-RED-IND-BLOQUEADO
               MOVE 'S'               TO FS-RED-IND-ATIVO
               MOVE "C"               TO FS-RED-CLASSE-ABC

               WRITE ARQ-REDE-REC
               INVALID KEY
                   MOVE "REDE JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-RED-KEY
               END-WRITE

               IF FS-STAT-RED-OK
                   MOVE "REDE ADICIONADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-REDE.

       1000-ACS-INCLUIR-REDE-FIMX. EXIT.

      * -----------------------------------
      * ALTERA REDE
       1100-ACS-ALTERAR-REDE SECTION.

           MOVE "REDES - 02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-REDE-REC
           MOVE ZEROS TO WS-CD-REDE

           PERFORM 5000-ABRIR-ARQ-REDE

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-NM-REDE
               MOVE ZEROS TO WS-VL-LIM-CREDITO

               ACCEPT SS-CHAVE

               MOVE WS-CD-REDE TO FS-RED-CD-REDE

               PERFORM 6000-LER-ARQ-REDE

               IF FS-STAT-RED-EOF
                   MOVE "REDE NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-RED-OK
                   MOVE FS-RED-NM-REDE        TO WS-NM-REDE
                   MOVE FS-RED-VL-LIM-CREDITO TO WS-VL-LIM-CREDITO
                   MOVE FS-RED-IND-BLOQUEADO  TO WS-IND-BLOQUEADO
                   MOVE FS-RED-CLASSE-ABC     TO WS-CLASSE-ABC

                   PERFORM 6100-SOMA-EXPOSICAO
                   DISPLAY SS-TELA-EXPOSICAO

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-NM-REDE NOT EQUAL SPACES
                            MOVE WS-NM-REDE TO FS-RED-NM-REDE
                            MOVE WS-VL-LIM-CREDITO
                              TO FS-RED-VL-LIM-CREDITO
                            MOVE WS-IND-BLOQUEADO
                              TO FS-RED-IND-BLOQUEADO
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN OTHER
                            MOVE "FAVOR INFORMAR O Nome"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-RED-OK

               REWRITE ARQ-REDE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-RED-KEY
               END-REWRITE

               IF FS-STAT-RED-OK
                   MOVE "REDE ALTERADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-REDE.

       1100-ACS-ALTERAR-REDE-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI REDE (MARCA COMO INATIVA)
       1200-ACS-EXCLUIR-REDE SECTION.

           MOVE "REDES - 03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-REDE-REC
           MOVE ZEROS TO WS-CD-REDE

           PERFORM 5000-ABRIR-ARQ-REDE

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-REDE-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-REDE TO FS-RED-CD-REDE

               PERFORM 6000-LER-ARQ-REDE

               IF FS-STAT-RED-EOF
                   MOVE "REDE NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-RED-OK AND FS-RED-INATIVA
                   MOVE "REDE JA ESTA INATIVA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-RED-OK AND NOT FS-RED-INATIVA
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DA REDE (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE 'N' TO FS-RED-IND-ATIVO
                       REWRITE ARQ-REDE-REC
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-RED-OK
                           MOVE "REDE EXCLUIDA COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-REDE.

       1200-ACS-EXCLUIR-REDEX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE REDES PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-REDE SECTION.

           OPEN I-O ARQ-REDE.

           IF FS-STAT-RED-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-REDE
               PERFORM 7000-FECHA-ARQ-REDE
               OPEN I-O ARQ-REDE
           END-IF.

       5000-ABRIR-ARQ-REDEX. EXIT.

      * -----------------------------------
      * LE REDE E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-REDE SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-REDE
           ELSE
               MOVE 99  TO FS-STAT-RED
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-REDE-FIMX. EXIT.

      * -----------------------------------
      * CONTA AS LOJAS DA REDE E SOMA A EXPOSICAO DE TODAS ELAS
       6100-SOMA-EXPOSICAO SECTION.

           MOVE ZEROS TO WS-QT-LOJAS WS-VL-EXPO-REDE

           OPEN INPUT ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               GO TO 6100-SOMA-EXPOSICAOX
           END-IF

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6150-LE-PROX-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK
               IF FS-CLI-CD-REDE IS NUMERIC AND
                  FS-CLI-CD-REDE EQUAL WS-CD-REDE
                   ADD 1 TO WS-QT-LOJAS
                   ADD FS-CLI-VL-EXPOSICAO TO WS-VL-EXPO-REDE
               END-IF
               PERFORM 6150-LE-PROX-CLIENTE
           END-PERFORM

           CLOSE ARQ-CLIENTE.

       6100-SOMA-EXPOSICAOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO CLIENTE PELA CHAVE
       6150-LE-PROX-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CLI
               NOT INVALID KEY
                   READ ARQ-CLIENTE NEXT
                       AT END MOVE 99 TO FS-STAT-CLI
                   END-READ
           END-START.

       6150-LE-PROX-CLIENTEX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE REDES
       7000-FECHA-ARQ-REDE SECTION.

           CLOSE ARQ-REDE.

       7000-FECHA-ARQ-REDEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REDE" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REDE.
