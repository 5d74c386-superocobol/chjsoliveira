      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Cadastro de Depositos - CRUD
      * Tectonics: cobc
      ******************************************************************
      * MANTEM O CADASTRO DE DEPOSITOS (ARQ-DEPOSITO). CADA REGIAO
      * APONTA PARA O DEPOSITO QUE A ATENDE, E O SALDO, O KARDEX E
      * OS LOTES DE CADA PRODUTO SAO MANTIDOS POR DEPOSITO. A
      * EXCLUSAO APENAS INATIVA O DEPOSITO, QUE DEIXA DE SER ACEITO
      * NO CADASTRO DE REGIOES E NAS TRANSFERENCIAS. CADA DEPOSITO
      * PERTENCE A UMA FILIAL (EM BRANCO = MATRIZ), E E POR ELE QUE O
      * ESTOQUE, A DISTRIBUICAO E OS CLIENTES DAS REGIOES ATENDIDAS
      * FICAM NA FILIAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_DEPOSITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-DEPOSITO ASSIGN TO DISK WID-ARQ-DEPOSITO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEPOSITO.

       COPY FS-ARQ-DEPOSITO.

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

       77 FS-STAT-DEP PIC 9(02).
           88 FS-STAT-DEP-OK         VALUE 00.
           88 FS-STAT-DEP-EOF        VALUE 10 23.
           88 FS-STAT-DEP-CANCELA    VALUE 99.
           88 FS-STAT-DEP-NAO-EXISTE VALUE 35.
           88 FS-STAT-DEP-DUP        VALUE 21.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-CD-DEPOSITO PIC 9(003) VALUE ZEROS.
       77 WS-DS-DEPOSITO PIC X(030) VALUE SPACES.
       77 WS-DS-ENDERECO PIC X(040) VALUE SPACES.
       77 WS-CD-FILIAL   PIC 9(003) VALUE ZEROS.

       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

       COPY CPY_ID_ARQ_DEPOSITO.

       COPY CPY_CONSULTA_FILIAL.

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

       01 SS-TELA-DEPOSITO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "Codigo Deposito:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DEPOSITO.
           05 SS-DADOS.
               10 LINE 11 COLUMN 16 VALUE "Descricao:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-DS-DEPOSITO.
               10 LINE 12 COLUMN 17 VALUE "Endereco:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-DS-ENDERECO.
               10 LINE 13 COLUMN 19 VALUE "Filial:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-FILIAL.
               10 COLUMN PLUS 2 VALUE "(BRANCO = MATRIZ)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-DEPOSITO
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-DEPOSITO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "DEPOSITOS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-DEPOSITO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-DEPOSITO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-DEPOSITO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI DEPOSITO
       1000-ACS-INCLUIR-DEPOSITO SECTION.

           MOVE "DEPOSITOS - 01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-DEPOSITO-REC WS-DS-DEPOSITO
                          WS-DS-ENDERECO
           MOVE ZEROS TO WS-CD-DEPOSITO WS-CD-FILIAL

           PERFORM 5000-ABRIR-ARQ-DEPOSITO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-DEPOSITO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-DEPOSITO GREATER ZEROS AND
                        WS-DS-DEPOSITO NOT EQUAL SPACES
                        PERFORM 6500-VALIDA-FILIAL
                        IF FILIAL-VALIDA
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Codigo e "
                          "Descricao do Deposito" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO
               MOVE WS-DS-DEPOSITO TO FS-DEP-DS-DEPOSITO
               MOVE WS-DS-ENDERECO TO FS-DEP-DS-ENDERECO
               MOVE WS-CD-FILIAL   TO FS-DEP-CD-FILIAL
               MOVE 'S'            TO FS-DEP-IND-ATIVO

               WRITE ARQ-DEPOSITO-REC
               INVALID KEY
                   MOVE "DEPOSITO JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-DEP-KEY
               END-WRITE

               IF FS-STAT-DEP-OK
                   MOVE "DEPOSITO ADICIONADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-DEPOSITO.

       1000-ACS-INCLUIR-DEPOSITO-FIMX. EXIT.

      * -----------------------------------
      * ALTERA DEPOSITO
       1100-ACS-ALTERAR-DEPOSITO SECTION.

           MOVE "DEPOSITOS - 02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-DEPOSITO-REC
           MOVE ZEROS TO WS-CD-DEPOSITO

           PERFORM 5000-ABRIR-ARQ-DEPOSITO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-DS-DEPOSITO WS-DS-ENDERECO
               MOVE ZEROS TO WS-CD-FILIAL

               ACCEPT SS-CHAVE

               MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO

               PERFORM 6000-LER-ARQ-DEPOSITO

               IF FS-STAT-DEP-EOF
                   MOVE "DEPOSITO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-DEP-OK
                   MOVE FS-DEP-DS-DEPOSITO TO WS-DS-DEPOSITO
                   MOVE FS-DEP-DS-ENDERECO TO WS-DS-ENDERECO
                   IF FS-DEP-CD-FILIAL IS NUMERIC
                       MOVE FS-DEP-CD-FILIAL TO WS-CD-FILIAL
                   END-IF

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-DS-DEPOSITO NOT EQUAL SPACES
                            PERFORM 6500-VALIDA-FILIAL
                            IF FILIAL-VALIDA
                                MOVE WS-DS-DEPOSITO
                                  TO FS-DEP-DS-DEPOSITO
                                MOVE WS-DS-ENDERECO
                                  TO FS-DEP-DS-ENDERECO
                                MOVE WS-CD-FILIAL TO FS-DEP-CD-FILIAL
                                MOVE 'S' TO W-VAL-ENTRADA
                            END-IF
                       WHEN OTHER
                            MOVE "FAVOR INFORMAR A Descricao"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-DEP-OK

               REWRITE ARQ-DEPOSITO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-DEP-KEY
               END-REWRITE

               IF FS-STAT-DEP-OK
                   MOVE "DEPOSITO ALTERADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-DEPOSITO.

       1100-ACS-ALTERAR-DEPOSITO-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI DEPOSITO (MARCA COMO INATIVO)
       1200-ACS-EXCLUIR-DEPOSITO SECTION.

           MOVE "DEPOSITOS - 03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-DEPOSITO-REC
           MOVE ZEROS TO WS-CD-DEPOSITO

           PERFORM 5000-ABRIR-ARQ-DEPOSITO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-DEPOSITO-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO

               PERFORM 6000-LER-ARQ-DEPOSITO

               IF FS-STAT-DEP-EOF
                   MOVE "DEPOSITO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-DEP-OK AND FS-DEP-INATIVO
                   MOVE "DEPOSITO JA ESTA INATIVO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-DEP-OK AND NOT FS-DEP-INATIVO
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DO DEPOSITO (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE 'N' TO FS-DEP-IND-ATIVO
                       REWRITE ARQ-DEPOSITO-REC
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-DEP-OK
                           MOVE "DEPOSITO EXCLUIDO COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-DEPOSITO.

       1200-ACS-EXCLUIR-DEPOSITOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE DEPOSITOS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-DEPOSITO SECTION.

           OPEN I-O ARQ-DEPOSITO.

           IF FS-STAT-DEP-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-DEPOSITO
               PERFORM 7000-FECHA-ARQ-DEPOSITO
               OPEN I-O ARQ-DEPOSITO
           END-IF.

       5000-ABRIR-ARQ-DEPOSITOX. EXIT.

      * -----------------------------------
      * LE DEPOSITO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-DEPOSITO SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-DEPOSITO
           ELSE
               MOVE 99  TO FS-STAT-DEP
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-DEPOSITO-FIMX. EXIT.

      * -----------------------------------
      * A FILIAL INFORMADA PRECISA ESTAR NO CADASTRO DE FILIAIS; EM
      * BRANCO OU 1 E A MATRIZ, ACEITA MESMO SEM O CADASTRO
       6500-VALIDA-FILIAL SECTION.

           MOVE 'S' TO WS-FILIAL-OK

           IF WS-CD-FILIAL GREATER 1
               MOVE "L" TO LK-FIL-FUNCAO
               MOVE WS-CD-FILIAL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF NOT LK-FIL-RC-OK
                   MOVE 'N' TO WS-FILIAL-OK
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       6500-VALIDA-FILIALX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE DEPOSITOS
       7000-FECHA-ARQ-DEPOSITO SECTION.

           CLOSE ARQ-DEPOSITO.

       7000-FECHA-ARQ-DEPOSITOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_DEPOSITO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_DEPOSITO.
