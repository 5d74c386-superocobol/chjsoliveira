      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Cadastro de Fornecedores - CRUD
      * Tectonics: cobc
      ******************************************************************
      * MANTEM O CADASTRO DE FORNECEDORES (ARQ-FORNECEDOR) USADO
      * PELOS PEDIDOS DE COMPRA. O CODIGO VEM DE CBL_PROXIMO_CODIGO;
      * A EXCLUSAO APENAS INATIVA O FORNECEDOR, QUE DEIXA DE ACEITAR
      * PEDIDO DE COMPRA NOVO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_FORNECEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FORNECEDOR ASSIGN TO DISK WID-ARQ-FORNECEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FOR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FOR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FORNECEDOR.

       COPY FS-ARQ-FORNECEDOR.

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

       77 FS-STAT-FOR PIC 9(02).
           88 FS-STAT-FOR-OK         VALUE 00.
           88 FS-STAT-FOR-EOF        VALUE 10 23.
           88 FS-STAT-FOR-CANCELA    VALUE 99.
           88 FS-STAT-FOR-NAO-EXISTE VALUE 35.
           88 FS-STAT-FOR-DUP        VALUE 21.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-CD-FORNECEDOR   PIC 9(007) VALUE ZEROS.
       77 WS-CNPJ            PIC 9(014) VALUE ZEROS.
       77 WS-NM-RAZAO-SOCIAL PIC X(040) VALUE SPACES.
       77 WS-NR-TELEFONE     PIC X(015) VALUE SPACES.
       77 WS-NM-CONTATO      PIC X(030) VALUE SPACES.
       77 WS-DS-EMAIL        PIC X(040) VALUE SPACES.
       77 WS-QT-PRAZO-DIAS   PIC 9(003) VALUE ZEROS.

       COPY CPY_ID_ARQ_FORNECEDOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_GRAVA_LOG.

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

       01 SS-TELA-FORNECEDOR.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "Cod Fornecedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-FORNECEDOR
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 10 COLUMN 20 VALUE "CNPJ:".
               10 COLUMN PLUS 2 PIC 9(14) USING WS-CNPJ.
               10 LINE 11 COLUMN 12 VALUE "Razao Social:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-NM-RAZAO-SOCIAL.
               10 LINE 12 COLUMN 16 VALUE "Telefone:".
               10 COLUMN PLUS 2 PIC X(15) USING WS-NR-TELEFONE.
               10 LINE 13 COLUMN 17 VALUE "Contato:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-NM-CONTATO.
               10 LINE 14 COLUMN 18 VALUE "E-mail:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-DS-EMAIL.
               10 LINE 15 COLUMN 05 VALUE "Prazo Entrega (dias):".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-QT-PRAZO-DIAS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-FORNECEDOR
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-FORNECEDOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "CADASTRO DE FORNECEDORES" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-FORNECEDOR
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-FORNECEDOR
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-FORNECEDOR
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI FORNECEDOR (CODIGO SUGERIDO POR CBL_PROXIMO_CODIGO)
       1000-ACS-INCLUIR-FORNECEDOR SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FORNECEDOR-REC WS-NM-RAZAO-SOCIAL
                          WS-NR-TELEFONE WS-NM-CONTATO WS-DS-EMAIL
           MOVE ZEROS TO WS-CD-FORNECEDOR WS-CNPJ WS-QT-PRAZO-DIAS

           MOVE "FORNECEDOR" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           IF LK-CTL-RC-OK
               MOVE LK-CTL-CODIGO TO WS-CD-FORNECEDOR
           END-IF

           PERFORM 5000-ABRIR-ARQ-FORNECEDOR

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-FORNECEDOR

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-FORNECEDOR GREATER ZEROS AND
                        WS-CNPJ GREATER ZEROS AND
                        WS-NM-RAZAO-SOCIAL NOT EQUAL SPACES
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Codigo, CNPJ e "
                          "Razao Social" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-FORNECEDOR   TO FS-FOR-CD-FORNECEDOR
               MOVE WS-CNPJ            TO FS-FOR-CNPJ
               MOVE WS-NM-RAZAO-SOCIAL TO FS-FOR-NM-RAZAO-SOCIAL
               MOVE WS-NR-TELEFONE     TO FS-FOR-NR-TELEFONE
               MOVE WS-NM-CONTATO      TO FS-FOR-NM-CONTATO
               MOVE WS-DS-EMAIL        TO FS-FOR-DS-EMAIL
               MOVE WS-QT-PRAZO-DIAS   TO FS-FOR-QT-PRAZO-DIAS
               MOVE 'S'                TO FS-FOR-IND-ATIVO

               WRITE ARQ-FORNECEDOR-REC
               INVALID KEY
                   MOVE "FORNECEDOR JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-FOR-KEY
               END-WRITE

               IF FS-STAT-FOR-OK
                   MOVE "FORNECEDOR" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE WS-CD-FORNECEDOR TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   MOVE "FORNECEDOR ADICIONADO COM SUCESSO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-FORNECEDOR.

       1000-ACS-INCLUIR-FORNECEDOR-FIMX. EXIT.

      * -----------------------------------
      * ALTERA FORNECEDOR
       1100-ACS-ALTERAR-FORNECEDOR SECTION.

           MOVE "02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FORNECEDOR-REC
           MOVE ZEROS TO WS-CD-FORNECEDOR

           PERFORM 5000-ABRIR-ARQ-FORNECEDOR

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-NM-RAZAO-SOCIAL WS-NR-TELEFONE
                              WS-NM-CONTATO WS-DS-EMAIL
               MOVE ZEROS TO WS-CNPJ WS-QT-PRAZO-DIAS

               ACCEPT SS-CHAVE

               MOVE WS-CD-FORNECEDOR TO FS-FOR-CD-FORNECEDOR

               PERFORM 6000-LER-ARQ-FORNECEDOR

               IF FS-STAT-FOR-EOF
                   MOVE "FORNECEDOR NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FOR-OK
                   MOVE FS-FOR-CNPJ            TO WS-CNPJ
                   MOVE FS-FOR-NM-RAZAO-SOCIAL TO WS-NM-RAZAO-SOCIAL
                   MOVE FS-FOR-NR-TELEFONE     TO WS-NR-TELEFONE
                   MOVE FS-FOR-NM-CONTATO      TO WS-NM-CONTATO
                   MOVE FS-FOR-DS-EMAIL        TO WS-DS-EMAIL
                   MOVE FS-FOR-QT-PRAZO-DIAS   TO WS-QT-PRAZO-DIAS

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-CNPJ GREATER ZEROS AND
                            WS-NM-RAZAO-SOCIAL NOT EQUAL SPACES
                            MOVE WS-CNPJ TO FS-FOR-CNPJ
                            MOVE WS-NM-RAZAO-SOCIAL
                              TO FS-FOR-NM-RAZAO-SOCIAL
                            MOVE WS-NR-TELEFONE TO FS-FOR-NR-TELEFONE
                            MOVE WS-NM-CONTATO  TO FS-FOR-NM-CONTATO
                            MOVE WS-DS-EMAIL    TO FS-FOR-DS-EMAIL
                            MOVE WS-QT-PRAZO-DIAS
                              TO FS-FOR-QT-PRAZO-DIAS
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN OTHER
                            MOVE "FAVOR INFORMAR CNPJ e Razao Social"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-FOR-OK

               REWRITE ARQ-FORNECEDOR-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-FOR-KEY
               END-REWRITE

               IF FS-STAT-FOR-OK
                   MOVE "FORNECEDOR ALTERADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-FORNECEDOR.

       1100-ACS-ALTERAR-FORNECEDOR-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI FORNECEDOR (MARCA COMO INATIVO)
       1200-ACS-EXCLUIR-FORNECEDOR SECTION.

           MOVE "03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FORNECEDOR-REC
           MOVE ZEROS TO WS-CD-FORNECEDOR

           PERFORM 5000-ABRIR-ARQ-FORNECEDOR

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-FORNECEDOR-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-FORNECEDOR TO FS-FOR-CD-FORNECEDOR

               PERFORM 6000-LER-ARQ-FORNECEDOR

               IF FS-STAT-FOR-EOF
                   MOVE "FORNECEDOR NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-FOR-OK AND FS-FOR-INATIVO
                   MOVE "FORNECEDOR JA ESTA INATIVO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FOR-OK AND NOT FS-FOR-INATIVO
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DO FORNECEDOR (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE 'N' TO FS-FOR-IND-ATIVO
                       REWRITE ARQ-FORNECEDOR-REC
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-FOR-OK
                           MOVE "FORNECEDOR EXCLUIDO COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-FORNECEDOR.

       1200-ACS-EXCLUIR-FORNECEDORX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE FORNECEDORES PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-FORNECEDOR SECTION.

           OPEN I-O ARQ-FORNECEDOR.

           IF FS-STAT-FOR-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-FORNECEDOR
               PERFORM 7000-FECHA-ARQ-FORNECEDOR
               OPEN I-O ARQ-FORNECEDOR
           END-IF.

       5000-ABRIR-ARQ-FORNECEDORX. EXIT.

      * -----------------------------------
      * LE FORNECEDOR E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-FORNECEDOR SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-FORNECEDOR
           ELSE
               MOVE 99  TO FS-STAT-FOR
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-FORNECEDOR-FIMX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE FORNECEDORES
       7000-FECHA-ARQ-FORNECEDOR SECTION.

           CLOSE ARQ-FORNECEDOR.

       7000-FECHA-ARQ-FORNECEDORX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_FORNECEDOR" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_FORNECEDOR.
