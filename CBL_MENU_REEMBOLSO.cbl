      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Prestacao de Contas de Km e Despesas do Vendedor
      * Tectonics: cobc
      ******************************************************************
      * DIGITACAO DA PRESTACAO DE CONTAS MENSAL DO VENDEDOR EM
      * ARQ-REEMBOLSO (VENDEDOR + MES + SEQUENCIA): KM RODADO POR DIA,
      * DECLARADO PELA NOTA DE HODOMETRO, E AS DESPESAS DE PEDAGIO,
      * ESTACIONAMENTO E REFEICAO, SEMPRE COM O NUMERO DO RECIBO (O
      * MESMO RECIBO NAO ENTRA DUAS VEZES NO MES DO VENDEDOR).
      * O LANCAMENTO NASCE DIGITADO E SO PODE SER EXCLUIDO ENQUANTO
      * NAO PASSAR PELA APURACAO MENSAL (CBL_REEMBOLSO_KM, OPCAO 04),
      * QUE CONFRONTA O KM DECLARADO COM O KM CALCULADO DAS VISITAS
      * E GERA O ARQUIVO DE REEMBOLSO PARA A FOLHA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REEMBOLSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REEMBOLSO ASSIGN TO DISK WID-ARQ-REEMBOLSO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REE.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REEMBOLSO.

       COPY FS-ARQ-REEMBOLSO.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR    VALUE IS "1".
           88 E-EXCLUIR    VALUE IS "2".
           88 E-CONSULTAR  VALUE IS "3".
           88 E-APURAR     VALUE IS "4".
           88 E-ENCERRAR   VALUE IS "X" "x".
           88 E-OPCAO-OK   VALUES ARE "1" "2" "3" "4" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-REE PIC 9(02).
           88 FS-STAT-REE-OK         VALUE 00.
           88 FS-STAT-REE-EM-USO     VALUE 51.
           88 FS-STAT-REE-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-NUML-CURR PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       77 WS-ID-OPERADOR PIC X(10) VALUE SPACES.

      * CAMPOS DA TELA DE LANCAMENTO
       77 WS-CD-VENDEDOR      PIC 9(007) VALUE ZEROS.
       01 WS-ANO-MES          PIC 9(006) VALUE ZEROS.
       01 WS-ANO-MES-DEC REDEFINES WS-ANO-MES.
           05 WS-AM-ANO       PIC 9(004).
           05 WS-AM-MES       PIC 9(002).
       77 WS-NR-SEQ           PIC 9(003) VALUE ZEROS.
       77 WS-TP-LANCAMENTO    PIC X(001) VALUE SPACES.
           88 WS-TIPO-KM      VALUE "K".
           88 WS-TIPO-OK      VALUES ARE "K" "P" "E" "R".
       77 WS-DT-DESPESA       PIC 9(008) VALUE ZEROS.
       77 WS-QT-KM            PIC 9(005)V9 VALUE ZEROS.
       77 WS-VL-DESPESA       PIC 9(007)V99 VALUE ZEROS.
       77 WS-NR-RECIBO        PIC X(015) VALUE SPACES.
       77 WS-DS-OBSERVACAO    PIC X(030) VALUE SPACES.

      * VARREDURA DOS LANCAMENTOS DO VENDEDOR NO MES
       77 WS-ULT-SEQ          PIC 9(003) VALUE ZEROS.
       77 WS-RECIBO-REPETIDO  PIC X VALUE 'N'.
           88 RECIBO-REPETIDO VALUE 'S'.
       77 WS-TOT-KM           PIC 9(007)V9 VALUE ZEROS.
       77 WS-TOT-DESPESAS     PIC 9(009)V99 VALUE ZEROS.

       77 WS-ED-KM            PIC ZZ,ZZ9.9.
       77 WS-ED-VALOR         PIC Z,ZZZ,ZZ9.99.
       77 WS-ED-TOT-KM        PIC Z,ZZZ,ZZ9.9.
       77 WS-ED-TOT-VALOR     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LIN-TEXTO PIC X(100) VALUE SPACES.

       01 WS-PARAM-REE.
           05 WS-REE-RETURN-CODE PIC 99 VALUE 0.
           05 WS-REE-MODO-BATCH  PIC X VALUE SPACES.
           05 WS-REE-OPERADOR    PIC X(10) VALUE SPACES.

       COPY CPY_ID_ARQ_REEMBOLSO.
       COPY CPY_ID_ARQ_VENDEDOR.

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

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR LANCAMENTO".
           05 LINE 08 COLUMN 15 VALUE "02 - EXCLUIR LANCAMENTO".
           05 LINE 09 COLUMN 15 VALUE "03 - CONSULTAR PRESTACAO DO MES".
           05 LINE 10 COLUMN 15 VALUE "04 - APURAR KM E REEMBOLSO".
           05 LINE 12 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CHAVE.
           05 LINE 04 COLUMN 12 VALUE "Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 LINE 05 COLUMN 08 VALUE "Mes (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ANO-MES
              BLANK WHEN ZEROS.

       01 SS-TELA-SEQUENCIA.
           05 LINE 06 COLUMN 11 VALUE "Sequencia:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-NR-SEQ
              BLANK WHEN ZEROS.

       01 SS-TELA-LANCAMENTO.
           05 LINE 07 COLUMN 16 VALUE "Tipo:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-TP-LANCAMENTO.
           05 LINE 08 COLUMN 02 VALUE "Data (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-DESPESA
              BLANK WHEN ZEROS.
           05 LINE 09 COLUMN 10 VALUE "Km Rodado:".
           05 COLUMN PLUS 2 PIC 9(05).9 USING WS-QT-KM.
           05 LINE 10 COLUMN 15 VALUE "Valor:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-DESPESA.
           05 LINE 11 COLUMN 14 VALUE "Recibo:".
           05 COLUMN PLUS 2 PIC X(15) USING WS-NR-RECIBO.
           05 LINE 12 COLUMN 09 VALUE "Observacao:".
           05 COLUMN PLUS 2 PIC X(30) USING WS-DS-OBSERVACAO.
           05 LINE 14 COLUMN 02 VALUE "Tipo: K=Km Rodado P=Pedagio E=E
      -"stacionamento R=Refeicao".
           05 LINE 15 COLUMN 02 VALUE "Km so no tipo K; despesas com v
      -"alor e recibo obrigatorios".

       01 SS-TELA-RESUMO.
           05 LINE 07 COLUMN 02 VALUE "Tipo:".
           05 COLUMN PLUS 1 PIC X(01) FROM FS-REE-TP-LANCAMENTO.
           05 LINE 07 COLUMN 20 VALUE "Data:".
           05 COLUMN PLUS 1 PIC 9(08) FROM FS-REE-DT-DESPESA.
           05 LINE 07 COLUMN 40 VALUE "Situacao:".
           05 COLUMN PLUS 1 PIC X(01) FROM FS-REE-IND-SITUACAO.
           05 LINE 08 COLUMN 02 VALUE "Km:".
           05 COLUMN PLUS 1 PIC ZZZZ9.9 FROM FS-REE-QT-KM.
           05 LINE 08 COLUMN 20 VALUE "Valor:".
           05 COLUMN PLUS 1 PIC ZZZZZZ9.99 FROM FS-REE-VL-DESPESA.
           05 LINE 08 COLUMN 40 VALUE "Recibo:".
           05 COLUMN PLUS 1 PIC X(15) FROM FS-REE-NR-RECIBO.
           05 LINE 09 COLUMN 02 VALUE "Observacao:".
           05 COLUMN PLUS 1 PIC X(30) FROM FS-REE-DS-OBSERVACAO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-REEMBOLSO
           END-IF
           MOVE WNM-PATH-REEMBOLSO TO WNM-PATH-VENDEDOR

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-REEMBOLSO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE LK-OPERADOR TO WS-ID-OPERADOR
           MOVE LK-OPERADOR TO WS-REE-OPERADOR

           PERFORM UNTIL E-ENCERRAR
               MOVE "REEMBOLSO DE KM E DESPESAS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-INCLUIR-LANCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1100-EXCLUIR-LANCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CONSULTAR
                       PERFORM 1200-CONSULTAR-PRESTACAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-APURAR
                       MOVE SPACES TO WS-REE-MODO-BATCH
                       CALL 'CBL_REEMBOLSO_KM' USING WS-PARAM-REE
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI UM LANCAMENTO NA PROXIMA SEQUENCIA DO VENDEDOR NO MES
       1000-INCLUIR-LANCAMENTO SECTION.

           MOVE "01 - INCLUIR LANCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-TP-LANCAMENTO WS-NR-RECIBO
                          WS-DS-OBSERVACAO
           MOVE ZEROS TO WS-CD-VENDEDOR WS-DT-DESPESA WS-QT-KM
                         WS-VL-DESPESA
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           PERFORM 5000-ABRIR-ARQ-REEMBOLSO
           OPEN INPUT ARQ-VENDEDOR

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-TELA-CHAVE
               DISPLAY SS-TELA-LANCAMENTO
               ACCEPT SS-TELA-CHAVE
               IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                   ACCEPT SS-TELA-LANCAMENTO
               END-IF

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 2000-VALIDA-LANCAMENTO
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE SPACES TO ARQ-REEMBOLSO-REC
               MOVE WS-CD-VENDEDOR    TO FS-REE-CD-VENDEDOR
               MOVE WS-ANO-MES        TO FS-REE-ANO-MES
               COMPUTE FS-REE-NR-SEQ = WS-ULT-SEQ + 1
               MOVE WS-TP-LANCAMENTO  TO FS-REE-TP-LANCAMENTO
               MOVE WS-DT-DESPESA     TO FS-REE-DT-DESPESA
               MOVE WS-QT-KM          TO FS-REE-QT-KM
               MOVE WS-VL-DESPESA     TO FS-REE-VL-DESPESA
               MOVE WS-NR-RECIBO      TO FS-REE-NR-RECIBO
               MOVE WS-DS-OBSERVACAO  TO FS-REE-DS-OBSERVACAO
               MOVE "D"               TO FS-REE-IND-SITUACAO
               MOVE WS-DT-HOJE        TO FS-REE-DT-LANCAMENTO
               MOVE WS-ID-OPERADOR    TO FS-REE-ID-OPERADOR

               WRITE ARQ-REEMBOLSO-REC
               INVALID KEY
                   MOVE "LANCAMENTO JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-WRITE

               IF FS-STAT-REE-OK
                   MOVE SPACES TO WS-MSGERRO
                   STRING "LANCAMENTO " DELIMITED BY SIZE
                          FS-REE-NR-SEQ DELIMITED BY SIZE
                          " INCLUIDO COM SUCESSO" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           CLOSE ARQ-VENDEDOR
           PERFORM 7000-FECHA-ARQ-REEMBOLSO.

       1000-INCLUIR-LANCAMENTOX. EXIT.

      * -----------------------------------
      * VALIDA O LANCAMENTO: VENDEDOR, MES, TIPO, DATA DENTRO DO MES
      * E NAO FUTURA, KM SO NO TIPO K, VALOR E RECIBO NAS DESPESAS,
      * RECIBO AINDA NAO LANCADO NO MES DO VENDEDOR
       2000-VALIDA-LANCAMENTO SECTION.

           INSPECT WS-TP-LANCAMENTO CONVERTING "kper" TO "KPER"
           INSPECT WS-NR-RECIBO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-CD-VENDEDOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR O Vendedor" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           MOVE WS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF NOT FS-STAT-VEN-OK
               MOVE "VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           IF WS-AM-MES LESS 1 OR WS-AM-MES GREATER 12 OR
              WS-ANO-MES GREATER WS-DT-HOJE(1:6)
               MOVE "MES INVALIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           IF NOT WS-TIPO-OK
               MOVE "TIPO INVALIDO (K/P/E/R)" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-DESPESA)
              NOT EQUAL ZEROS OR
              WS-DT-DESPESA(1:6) NOT EQUAL WS-ANO-MES OR
              WS-DT-DESPESA GREATER WS-DT-HOJE
               MOVE "DATA INVALIDA OU FORA DO MES" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           IF WS-TIPO-KM
               IF WS-QT-KM EQUAL ZEROS
                   MOVE "FAVOR INFORMAR O Km Rodado" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-LANCAMENTOX
               END-IF
               MOVE ZEROS TO WS-VL-DESPESA
           ELSE
               IF WS-VL-DESPESA EQUAL ZEROS
                   MOVE "FAVOR INFORMAR O Valor" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-LANCAMENTOX
               END-IF
               IF WS-NR-RECIBO EQUAL SPACES
                   MOVE "FAVOR INFORMAR O Recibo" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-LANCAMENTOX
               END-IF
               MOVE ZEROS TO WS-QT-KM
           END-IF

           PERFORM 6000-VARRE-MES

           IF RECIBO-REPETIDO
               MOVE "RECIBO JA LANCADO NO MES DO VENDEDOR"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           IF WS-ULT-SEQ EQUAL 999
               MOVE "LIMITE DE LANCAMENTOS DO MES ATINGIDO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-LANCAMENTOX
           END-IF

           MOVE 'S' TO W-VAL-ENTRADA.

       2000-VALIDA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * EXCLUI UM LANCAMENTO AINDA NAO APURADO
       1100-EXCLUIR-LANCAMENTO SECTION.

           MOVE "02 - EXCLUIR LANCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE SPACES TO WS-ERRO
           MOVE ZEROS TO WS-CD-VENDEDOR WS-NR-SEQ
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           DISPLAY SS-CLS
           DISPLAY SS-TELA-CHAVE
           DISPLAY SS-TELA-SEQUENCIA
           ACCEPT SS-TELA-CHAVE
           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
               ACCEPT SS-TELA-SEQUENCIA
           END-IF

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-CD-VENDEDOR EQUAL ZEROS OR
              WS-NR-SEQ EQUAL ZEROS
               GO TO 1100-EXCLUIR-LANCAMENTOX
           END-IF

           PERFORM 5000-ABRIR-ARQ-REEMBOLSO

           MOVE WS-CD-VENDEDOR TO FS-REE-CD-VENDEDOR
           MOVE WS-ANO-MES     TO FS-REE-ANO-MES
           MOVE WS-NR-SEQ      TO FS-REE-NR-SEQ
           READ ARQ-REEMBOLSO WITH LOCK

           EVALUATE TRUE
               WHEN FS-STAT-REE-EM-USO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-STAT-REE-OK
                   MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-REE-DIGITADO
                   MOVE "LANCAMENTO JA APURADO NAO PODE SER EXCLUIDO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   DISPLAY SS-TELA-RESUMO
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DO LANCAMENTO (S/N)?"
                     TO WS-MSGERRO
                   ACCEPT SS-ERRO
                   IF E-SIM
                       DELETE ARQ-REEMBOLSO
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-DELETE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-REE-OK
                           MOVE "LANCAMENTO EXCLUIDO COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
           END-EVALUATE

           PERFORM 7000-FECHA-ARQ-REEMBOLSO.

       1100-EXCLUIR-LANCAMENTOX. EXIT.

      * -----------------------------------
      * LISTA OS LANCAMENTOS DO VENDEDOR NO MES COM OS TOTAIS DE KM
      * DECLARADO E DE DESPESAS
       1200-CONSULTAR-PRESTACAO SECTION.

           MOVE "03 - CONSULTAR PRESTACAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-CD-VENDEDOR WS-TOT-KM WS-TOT-DESPESAS
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           DISPLAY SS-CLS
           ACCEPT SS-TELA-CHAVE

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-CD-VENDEDOR EQUAL ZEROS
               GO TO 1200-CONSULTAR-PRESTACAOX
           END-IF

           PERFORM 5000-ABRIR-ARQ-REEMBOLSO

           MOVE "SEQ T DATA       KM RODADO        VALOR RECIBO
      -"   S" TO WS-LIN-TEXTO
           DISPLAY WS-LIN-TEXTO LINE 07 COLUMN 2
           MOVE 08 TO WS-NUML-CURR

           MOVE WS-CD-VENDEDOR TO FS-REE-CD-VENDEDOR
           MOVE WS-ANO-MES     TO FS-REE-ANO-MES
           MOVE ZEROS          TO FS-REE-NR-SEQ
           PERFORM 6300-LE-PROX-REEMBOLSO

           PERFORM UNTIL NOT FS-STAT-REE-OK OR
                         FS-REE-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR OR
                         FS-REE-ANO-MES NOT EQUAL WS-ANO-MES

               IF FS-REE-KM
                   ADD FS-REE-QT-KM TO WS-TOT-KM
               ELSE
                   ADD FS-REE-VL-DESPESA TO WS-TOT-DESPESAS
               END-IF

               MOVE FS-REE-QT-KM      TO WS-ED-KM
               MOVE FS-REE-VL-DESPESA TO WS-ED-VALOR
               MOVE SPACES TO WS-LIN-TEXTO
               STRING FS-REE-NR-SEQ DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-REE-TP-LANCAMENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-REE-DT-DESPESA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ED-KM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-REE-NR-RECIBO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-REE-IND-SITUACAO DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO

               DISPLAY WS-LIN-TEXTO LINE WS-NUML-CURR COLUMN 2
               ADD 1 TO WS-NUML-CURR
               IF WS-NUML-CURR GREATER WS-NUML-ANT
                   MOVE 08 TO WS-NUML-CURR
               END-IF

               PERFORM 6300-LE-PROX-REEMBOLSO
           END-PERFORM

           PERFORM 7000-FECHA-ARQ-REEMBOLSO

           MOVE WS-TOT-KM       TO WS-ED-TOT-KM
           MOVE WS-TOT-DESPESAS TO WS-ED-TOT-VALOR
           MOVE SPACES TO WS-MSGERRO
           STRING "KM DECLARADO:" DELIMITED BY SIZE
                  WS-ED-TOT-KM DELIMITED BY SIZE
                  "  DESPESAS:" DELIMITED BY SIZE
                  WS-ED-TOT-VALOR DELIMITED BY SIZE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1200-CONSULTAR-PRESTACAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE REEMBOLSO (CRIA SE FALTAR)
       5000-ABRIR-ARQ-REEMBOLSO SECTION.

           OPEN I-O ARQ-REEMBOLSO
           IF FS-STAT-REE-NAO-EXISTE
               OPEN OUTPUT ARQ-REEMBOLSO
               CLOSE ARQ-REEMBOLSO
               OPEN I-O ARQ-REEMBOLSO
           END-IF.

       5000-ABRIR-ARQ-REEMBOLSOX. EXIT.

      * -----------------------------------
      * PERCORRE OS LANCAMENTOS DO VENDEDOR NO MES: ULTIMA SEQUENCIA
      * USADA E RECIBO DE DESPESA JA LANCADO
       6000-VARRE-MES SECTION.

           MOVE ZEROS TO WS-ULT-SEQ
           MOVE 'N' TO WS-RECIBO-REPETIDO

           MOVE WS-CD-VENDEDOR TO FS-REE-CD-VENDEDOR
           MOVE WS-ANO-MES     TO FS-REE-ANO-MES
           MOVE ZEROS          TO FS-REE-NR-SEQ
           PERFORM 6300-LE-PROX-REEMBOLSO

           PERFORM UNTIL NOT FS-STAT-REE-OK OR
                         FS-REE-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR OR
                         FS-REE-ANO-MES NOT EQUAL WS-ANO-MES
               MOVE FS-REE-NR-SEQ TO WS-ULT-SEQ
               IF WS-NR-RECIBO NOT EQUAL SPACES AND
                  FS-REE-NR-RECIBO EQUAL WS-NR-RECIBO
                   MOVE 'S' TO WS-RECIBO-REPETIDO
               END-IF
               PERFORM 6300-LE-PROX-REEMBOLSO
           END-PERFORM.

       6000-VARRE-MESX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LANCAMENTO PELA CHAVE
       6300-LE-PROX-REEMBOLSO SECTION.

           START ARQ-REEMBOLSO KEY > FS-REE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REE
               NOT INVALID KEY
                   READ ARQ-REEMBOLSO NEXT
                       AT END MOVE 99 TO FS-STAT-REE
                   END-READ
           END-START.

       6300-LE-PROX-REEMBOLSOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE REEMBOLSO
       7000-FECHA-ARQ-REEMBOLSO SECTION.

           CLOSE ARQ-REEMBOLSO.

       7000-FECHA-ARQ-REEMBOLSOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REEMBOLSO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REEMBOLSO.
