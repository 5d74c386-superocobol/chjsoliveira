      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Menu Motoristas - CRUD e Escala da Carga
      * Tectonics: cobc
      ******************************************************************
      * CADASTRO DE MOTORISTAS (CNH, CATEGORIA E VALIDADE) E
      * ESCALACAO MANUAL DO MOTORISTA DE UM DIA DE CARGA. A CARGA DO
      * DIA (CBL_CARGA_DIA) JA ESCALA AUTOMATICAMENTE O PRIMEIRO
      * MOTORISTA APTO; A OPCAO 4 PERMITE TROCAR O MOTORISTA, COM AS
      * MESMAS VALIDACOES (CBL_ESCALA_MOTORISTA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_MOTORISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-MOTORISTA ASSIGN TO DISK WID-ARQ-MOTORISTA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOTORISTA.

       COPY FS-ARQ-MOTORISTA.

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
           88 E-ESCALA    VALUE IS "4".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-MOT PIC 9(02).
           88 FS-STAT-MOT-OK         VALUE 00.
           88 FS-STAT-MOT-EOF        VALUE 10 23.
           88 FS-STAT-MOT-CANCELA    VALUE 99.
           88 FS-STAT-MOT-NAO-EXISTE VALUE 35.
           88 FS-STAT-MOT-DUP        VALUE 21.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-CD-MOTORISTA PIC 9(005) VALUE ZEROS.
       77 WS-NM-MOTORISTA PIC X(040) VALUE SPACES.
       77 WS-NR-CNH       PIC X(011) VALUE SPACES.
       77 WS-CD-CATEGORIA PIC X(002) VALUE SPACES.
           88 CATEGORIA-OK VALUES ARE "A " "B " "C " "D " "E "
                                      "AB" "AC" "AD" "AE".
       77 WS-DT-VALIDADE-CNH PIC 9(008) VALUE ZEROS.

      * ESCALA DA CARGA
       77 WS-DT-HOJE      PIC 9(008) VALUE ZEROS.
       77 WS-DT-CARGA     PIC 9(008) VALUE ZEROS.
       77 WS-CD-VENDEDOR  PIC 9(007) VALUE ZEROS.
       77 WS-NR-DIA       PIC 9(003) VALUE ZEROS.
       77 WS-NR-PLACA     PIC X(007) VALUE SPACES.
       77 WS-CD-MOT-ATUAL PIC 9(005) VALUE ZEROS.
       77 WS-NM-MOT-ATUAL PIC X(040) VALUE SPACES.

       COPY CPY_ID_ARQ_MOTORISTA.

       COPY CPY_GRAVA_LOG.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_ESCALA_MOTORISTA.

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
           05 LINE 10 COLUMN 15 VALUE "04 - ESCALA DA CARGA".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-MOTORISTA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 15 VALUE "Codigo:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-CD-MOTORISTA
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 11 COLUMN 17 VALUE "Nome:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-NM-MOTORISTA.
               10 LINE 12 COLUMN 10 VALUE "Numero CNH:".
               10 COLUMN PLUS 2 PIC X(11) USING WS-NR-CNH.
               10 LINE 13 COLUMN 05 VALUE "Categoria (A-E):".
               10 COLUMN PLUS 2 PIC X(02) USING WS-CD-CATEGORIA.
               10 LINE 14 COLUMN 03 VALUE "Validade(AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-VALIDADE-CNH.

       01 SS-TELA-ESCALA.
           05 SS-ESC-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 08 VALUE "Data(AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-CARGA.
               10 LINE 10 COLUMN 07 VALUE "Codigo Vendedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR
                  BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 09 VALUE "Dia da Carga:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-NR-DIA
                  BLANK WHEN ZEROS.
           05 SS-ESC-ATUAL.
               10 LINE 13 COLUMN 16 VALUE "Placa:".
               10 COLUMN PLUS 2 PIC X(07) FROM WS-NR-PLACA.
               10 LINE 14 COLUMN 06 VALUE "Motorista Atual:".
               10 COLUMN PLUS 2 PIC 9(05) FROM WS-CD-MOT-ATUAL
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC X(40) FROM WS-NM-MOT-ATUAL.
           05 SS-ESC-NOVO.
               10 LINE 16 COLUMN 07 VALUE "Novo Motorista:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-CD-MOTORISTA
                  BLANK WHEN ZEROS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-MOTORISTA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-MOTORISTA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-MOTORISTA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-MOTORISTA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-MOTORISTA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ESCALA
                       PERFORM 1300-ACS-ESCALA-CARGA
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI MOTORISTA
       1000-ACS-INCLUIR-MOTORISTA SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-MOTORISTA-REC WS-NM-MOTORISTA WS-NR-CNH
                          WS-CD-CATEGORIA
           MOVE ZEROS TO WS-CD-MOTORISTA WS-DT-VALIDADE-CNH

      * OFERECE O PROXIMO CODIGO LIVRE, AINDA ALTERAVEL PELO OPERADOR
           MOVE "MOTORISTA" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           IF LK-CTL-RC-OK
               MOVE LK-CTL-CODIGO TO WS-CD-MOTORISTA
           END-IF

           PERFORM 5000-ABRIR-ARQ-MOTORISTA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-MOTORISTA

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT CATEGORIA-OK
                        MOVE "CATEGORIA DE CNH INVALIDA"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN WS-CD-MOTORISTA GREATER ZEROS AND
                        WS-NM-MOTORISTA NOT EQUAL SPACES AND
                        WS-NR-CNH NOT EQUAL SPACES AND
                        WS-DT-VALIDADE-CNH GREATER ZEROS
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Codigo, Nome, CNH e "
                          "Validade" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-MOTORISTA    TO FS-MOT-CD-MOTORISTA
               MOVE WS-NM-MOTORISTA    TO FS-MOT-NM-MOTORISTA
               MOVE WS-NR-CNH          TO FS-MOT-NR-CNH
               MOVE WS-CD-CATEGORIA    TO FS-MOT-CD-CATEGORIA
               MOVE WS-DT-VALIDADE-CNH TO FS-MOT-DT-VALIDADE-CNH
               MOVE 'S'                TO FS-MOT-IND-ATIVO

               WRITE ARQ-MOTORISTA-REC
               INVALID KEY
                   MOVE "MOTORISTA JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-MOT-KEY
               END-WRITE

               IF FS-STAT-MOT-OK
                   MOVE "MOTORISTA" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE FS-MOT-CD-MOTORISTA TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   MOVE "MOTORISTA ADICIONADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-MOTORISTA.

       1000-ACS-INCLUIR-MOTORISTA-FIMX. EXIT.

      * -----------------------------------
      * ALTERA MOTORISTA
       1100-ACS-ALTERAR-MOTORISTA SECTION.

           MOVE "02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-MOTORISTA-REC
           MOVE ZEROS TO WS-CD-MOTORISTA

           PERFORM 5000-ABRIR-ARQ-MOTORISTA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-NM-MOTORISTA WS-NR-CNH WS-CD-CATEGORIA
               MOVE ZEROS TO WS-DT-VALIDADE-CNH

               ACCEPT SS-CHAVE

               MOVE WS-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA

               PERFORM 6000-LER-ARQ-MOTORISTA

               IF FS-STAT-MOT-EOF
                   MOVE "MOTORISTA NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-MOT-OK
                   MOVE FS-MOT-NM-MOTORISTA    TO WS-NM-MOTORISTA
                   MOVE FS-MOT-NR-CNH          TO WS-NR-CNH
                   MOVE FS-MOT-CD-CATEGORIA    TO WS-CD-CATEGORIA
                   MOVE FS-MOT-DT-VALIDADE-CNH TO WS-DT-VALIDADE-CNH

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN NOT CATEGORIA-OK
                            MOVE "CATEGORIA DE CNH INVALIDA"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN WS-NM-MOTORISTA NOT EQUAL SPACES AND
                            WS-NR-CNH NOT EQUAL SPACES AND
                            WS-DT-VALIDADE-CNH GREATER ZEROS
                            MOVE WS-NM-MOTORISTA TO FS-MOT-NM-MOTORISTA
                            MOVE WS-NR-CNH TO FS-MOT-NR-CNH
                            MOVE WS-CD-CATEGORIA TO FS-MOT-CD-CATEGORIA
                            MOVE WS-DT-VALIDADE-CNH
                              TO FS-MOT-DT-VALIDADE-CNH
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN OTHER
                            MOVE "FAVOR INFORMAR Nome, CNH e Validade"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-MOT-OK

               REWRITE ARQ-MOTORISTA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-MOT-KEY
               END-REWRITE

               IF FS-STAT-MOT-OK
                   MOVE "MOTORISTA ALTERADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-MOTORISTA.

       1100-ACS-ALTERAR-MOTORISTA-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI MOTORISTA (MARCA COMO INATIVO)
       1200-ACS-EXCLUIR-MOTORISTA SECTION.

           MOVE "03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-MOTORISTA-REC
           MOVE ZEROS TO WS-CD-MOTORISTA

           PERFORM 5000-ABRIR-ARQ-MOTORISTA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-MOTORISTA-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA

               PERFORM 6000-LER-ARQ-MOTORISTA

               IF FS-STAT-MOT-EOF
                   MOVE "MOTORISTA NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-MOT-OK AND FS-MOT-INATIVO
                   MOVE "MOTORISTA JA ESTA INATIVO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-MOT-OK AND NOT FS-MOT-INATIVO
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DO MOTORISTA (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE 'N' TO FS-MOT-IND-ATIVO
                       REWRITE ARQ-MOTORISTA-REC
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-MOT-OK
                           MOVE "MOTORISTA EXCLUIDO COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-MOTORISTA.

       1200-ACS-EXCLUIR-MOTORISTAX. EXIT.

      * -----------------------------------
      * TROCA O MOTORISTA ESCALADO EM UM DIA DE CARGA JA MONTADO
       1300-ACS-ESCALA-CARGA SECTION.

           MOVE "04 - ESCALA DA CARGA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE WS-DT-HOJE TO WS-DT-CARGA
           MOVE ZEROS TO WS-CD-VENDEDOR WS-NR-DIA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-NR-PLACA WS-NM-MOT-ATUAL
               MOVE ZEROS TO WS-CD-MOT-ATUAL WS-CD-MOTORISTA

               ACCEPT SS-ESC-CHAVE

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   INITIALIZE LK-ESM-PARAMETERS
                   MOVE "C"            TO LK-ESM-FUNCAO
                   MOVE WS-DT-CARGA    TO LK-ESM-DT-CARGA
                   MOVE WS-CD-VENDEDOR TO LK-ESM-CD-VENDEDOR
                   MOVE WS-NR-DIA      TO LK-ESM-NR-DIA
                   CALL 'CBL_ESCALA_MOTORISTA' USING LK-ESM-PARAMETERS

                   IF LK-ESM-NR-PLACA EQUAL SPACES
                       MOVE "DIA DE CARGA NAO ENCONTRADO NA ESCALA"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       PERFORM 1310-TROCA-MOTORISTA
                   END-IF
               END-IF

           END-PERFORM.

       1300-ACS-ESCALA-CARGAX. EXIT.

      * -----------------------------------
      * MOSTRA O MOTORISTA ATUAL DO DIA E GRAVA O NOVO, SE APTO
       1310-TROCA-MOTORISTA SECTION.

           MOVE LK-ESM-NR-PLACA     TO WS-NR-PLACA
           MOVE LK-ESM-CD-MOTORISTA TO WS-CD-MOT-ATUAL
           MOVE LK-ESM-NM-MOTORISTA TO WS-NM-MOT-ATUAL

           DISPLAY SS-ESC-ATUAL
           ACCEPT SS-ESC-NOVO

           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                    CONTINUE
               WHEN WS-CD-MOTORISTA EQUAL ZEROS
                    MOVE "FAVOR INFORMAR O Novo Motorista"
                      TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                    MOVE "A"             TO LK-ESM-FUNCAO
                    MOVE WS-CD-MOTORISTA TO LK-ESM-CD-MOTORISTA
                    CALL 'CBL_ESCALA_MOTORISTA'
                         USING LK-ESM-PARAMETERS
                    MOVE LK-ESM-DS-MENSAGEM TO WS-MSGERRO
                    PERFORM 9000-MOSTRA-ERRO
                    IF LK-ESM-RC-OK
                        MOVE 'S' TO W-VAL-ENTRADA
                    END-IF
           END-EVALUATE.

       1310-TROCA-MOTORISTAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE MOTORISTAS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-MOTORISTA SECTION.

           OPEN I-O ARQ-MOTORISTA.

           IF FS-STAT-MOT-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-MOTORISTA
               PERFORM 7000-FECHA-ARQ-MOTORISTA
               OPEN I-O ARQ-MOTORISTA
           END-IF.

       5000-ABRIR-ARQ-MOTORISTAX. EXIT.

      * -----------------------------------
      * LE MOTORISTA E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-MOTORISTA SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-MOTORISTA
           ELSE
               MOVE 99  TO FS-STAT-MOT
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-MOTORISTA-FIMX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE MOTORISTAS
       7000-FECHA-ARQ-MOTORISTA SECTION.

           CLOSE ARQ-MOTORISTA.

       7000-FECHA-ARQ-MOTORISTAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_MOTORISTA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_MOTORISTA.
