      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Lancamento Manual de Haver (Credito) de Cliente
      * Tectonics: cobc
      ******************************************************************
      * LANCA NO RAZAO DO HAVER (CBL_HAVER_CLIENTE) UM CREDITO MANUAL
      * PARA O CLIENTE, COM O DOCUMENTO DE ORIGEM E O HISTORICO, E
      * REGISTRA O LANCAMENTO NA AUDITORIA GERAL COM O OPERADOR.
      * INFORMADO SO O CLIENTE, MOSTRA O HAVER DISPONIVEL. O HAVER E
      * OFERECIDO NA BAIXA DE TITULOS (CBL_BAIXA_RECEBER).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_HAVER.
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

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

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

       77 WS-DT-HOJE     PIC 9(008) VALUE ZEROS.
       77 WS-ID-OPERADOR PIC X(010) VALUE "MANUAL".

      * DADOS DO LANCAMENTO
       77 WS-CD-CLIENTE   PIC 9(007) VALUE ZEROS.
       77 WS-VL-CREDITO   PIC 9(009)V99 VALUE ZEROS.
       77 WS-NR-DOCUMENTO PIC X(012) VALUE SPACES.
       77 WS-DS-HISTORICO PIC X(030) VALUE SPACES.
       77 WS-NM-CLIENTE   PIC X(040) VALUE SPACES.
       77 WS-VL-HAVER     PIC 9(011)V99 VALUE ZEROS.

       01 WS-AGR-VALOR.
           05 FILLER          PIC X(006) VALUE "VALOR ".
           05 WS-AGR-VL       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(005) VALUE " DOC ".
           05 WS-AGR-DOC      PIC X(012).

       01 WS-AGR-SALDO.
           05 FILLER          PIC X(006) VALUE "SALDO ".
           05 WS-AGR-SLD      PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-ED-VALOR PIC ZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_HAVER_CLIENTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_LOG.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
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

       01 SS-TELA-HAVER.
           05 LINE 09 COLUMN 05 VALUE
              "Credito manual em haver do cliente".
           05 LINE 11 COLUMN 07 VALUE "Codigo Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 07 VALUE "Valor Credito.:".
           05 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-CREDITO.
           05 LINE 13 COLUMN 07 VALUE "Documento.....:".
           05 COLUMN PLUS 2 PIC X(12) USING WS-NR-DOCUMENTO.
           05 LINE 14 COLUMN 07 VALUE "Historico.....:".
           05 COLUMN PLUS 2 PIC X(30) USING WS-DS-HISTORICO.
           05 LINE 16 COLUMN 05 VALUE
              "Sem valor: somente consulta o haver disponivel".

       01 SS-TELA-SALDO.
           05 LINE 18 COLUMN 07 VALUE "Cliente.......:".
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 19 COLUMN 07 VALUE "Haver Atual...:".
           05 COLUMN PLUS 2 PIC ZZ,ZZZ,ZZ9.99 FROM WS-VL-HAVER.

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

           MOVE "HAVER DE CLIENTES" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE ZEROS TO LK-RETURN-CODE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-OPERADOR
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF FS-STAT-CLI-NAO-EXISTE
               MOVE "NENHUM CLIENTE CADASTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               PERFORM
                 UNTIL W-VAL-ENTRADA-OK

                   MOVE ZEROS  TO WS-CD-CLIENTE WS-VL-CREDITO
                   MOVE SPACES TO WS-NR-DOCUMENTO WS-DS-HISTORICO

                   DISPLAY SS-CLS
                   ACCEPT SS-TELA-HAVER

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                           MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-CD-CLIENTE EQUAL ZEROS
                           MOVE "FAVOR INFORMAR O CLIENTE"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN WS-VL-CREDITO GREATER ZEROS AND
                            WS-NR-DOCUMENTO EQUAL SPACES
                           MOVE "FAVOR INFORMAR O DOCUMENTO DE ORIGEM"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           PERFORM 2000-PROCESSA-HAVER
                   END-EVALUATE

               END-PERFORM

               CLOSE ARQ-CLIENTE
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LOCALIZA O CLIENTE, MOSTRA O HAVER DISPONIVEL E, COM VALOR
      * INFORMADO, CONFIRMA E LANCA O CREDITO MANUAL
       2000-PROCESSA-HAVER SECTION.

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-PROCESSA-HAVERX
           END-IF

           MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE

           MOVE "S"           TO LK-HAV-FUNCAO
           MOVE WS-CD-CLIENTE TO LK-HAV-CD-CLIENTE
           CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS
           MOVE LK-HAV-VL-SALDO TO WS-VL-HAVER

           DISPLAY SS-TELA-SALDO

           IF WS-VL-CREDITO EQUAL ZEROS
               MOVE "CONSULTA DO HAVER CONCLUIDA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-PROCESSA-HAVERX
           END-IF

           IF FS-CLI-INATIVO
               MOVE "CLIENTE INATIVO NAO RECEBE CREDITO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-PROCESSA-HAVERX
           END-IF

           MOVE SPACES TO WS-ERRO
           MOVE "CONFIRMA O CREDITO EM HAVER DO CLIENTE (S/N)?"
             TO WS-MSGERRO
           ACCEPT SS-ERRO

           IF NOT E-SIM
               MOVE SPACES TO WS-ERRO
               GO TO 2000-PROCESSA-HAVERX
           END-IF
           MOVE SPACES TO WS-ERRO

           PERFORM 2100-LANCA-CREDITO.

       2000-PROCESSA-HAVERX. EXIT.

      * -----------------------------------
      * LANCA O CREDITO MANUAL NO RAZAO DO HAVER E AUDITA
       2100-LANCA-CREDITO SECTION.

           MOVE "C"             TO LK-HAV-FUNCAO
           MOVE WS-CD-CLIENTE   TO LK-HAV-CD-CLIENTE
           MOVE WS-DT-HOJE      TO LK-HAV-DT-MOVIMENTO
           MOVE "MANUAL"        TO LK-HAV-CD-ORIGEM
           MOVE WS-NR-DOCUMENTO TO LK-HAV-NR-DOCUMENTO
           MOVE WS-VL-CREDITO   TO LK-HAV-VL-MOVIMENTO
           MOVE WS-ID-OPERADOR  TO LK-HAV-ID-OPERADOR
           MOVE WS-DS-HISTORICO TO LK-HAV-DS-HISTORICO
           IF LK-HAV-DS-HISTORICO EQUAL SPACES
               MOVE "CREDITO MANUAL" TO LK-HAV-DS-HISTORICO
           END-IF

           CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS

           IF NOT LK-HAV-RC-OK
               MOVE "ERRO AO LANCAR O CREDITO EM HAVER" TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-LANCA-CREDITOX
           END-IF

           MOVE WS-VL-HAVER     TO WS-AGR-SLD
           MOVE WS-AGR-SALDO    TO LK-AGR-ANTES
           MOVE WS-VL-CREDITO   TO WS-AGR-VL
           MOVE WS-NR-DOCUMENTO TO WS-AGR-DOC
           MOVE WS-AGR-VALOR    TO LK-AGR-DEPOIS

           MOVE "HAVER"           TO LK-AGR-ENTIDADE
           MOVE WS-CD-CLIENTE     TO LK-AGR-CHAVE
           MOVE "CREDITO"         TO LK-AGR-OPERACAO
           MOVE WS-ID-OPERADOR    TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

           MOVE LK-HAV-VL-SALDO TO WS-VL-HAVER
           DISPLAY SS-TELA-SALDO

           MOVE WS-VL-HAVER TO WS-ED-VALOR
           MOVE SPACES TO WS-MSGERRO
           STRING "CREDITO LANCADO - HAVER DISPONIVEL "
                  DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2100-LANCA-CREDITOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_HAVER" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_HAVER.
