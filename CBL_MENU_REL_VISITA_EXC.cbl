      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio Semanal de Excecoes de Visita
      * Tectonics: cobc
      ******************************************************************
      * LISTA, POR VENDEDOR, AS VISITAS DA SEMANA INFORMADA (SETE
      * DIAS A PARTIR DA DATA INICIAL, PADRAO HOJE MENOS 6) CUJO
      * CHECK-IN FOI SINALIZADO NA CARGA DO PALMTOP: DISTANTE DO
      * CLIENTE, CURTA DEMAIS OU AMBOS (FS-VIS-SINALIZADA). CADA
      * VENDEDOR FECHA COM O TOTAL DE SINALIZADAS SOBRE AS VISITAS DA
      * SEMANA; NA TELA E, SE PEDIDO, EM ARQUIVO REGISTRADO NO SPOOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_VISITA_EXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VISITA.
       COPY FS-ARQ-VISITA.

       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-VENDEDOR.
       COPY FS-ARQ-VENDEDOR.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_VISITA_EXC.TXT".
       77 WS-GERAR-ARQ PIC X VALUE 'N'.
           88 E-GERAR-SIM VALUES ARE "S" "s".

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

       77 WS-DT-HOJE    PIC 9(008) VALUE ZEROS.
       77 WS-DT-INICIAL PIC 9(008) VALUE ZEROS.
       77 WS-DT-FINAL   PIC 9(008) VALUE ZEROS.

       77 WS-QT-VISITAS     PIC 9(005) VALUE ZEROS.
       77 WS-QT-SINALIZADAS PIC 9(005) VALUE ZEROS.
       77 WS-QT-TOT-VISITAS     PIC 9(007) VALUE ZEROS.
       77 WS-QT-TOT-SINALIZADAS PIC 9(007) VALUE ZEROS.
       77 WS-QT-TOT-VENDEDORES  PIC 9(005) VALUE ZEROS.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA.
           05 WS-LIN-CD-VENDEDOR     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-DT-VISITA       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-CD-CLIENTE      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-NM-CLIENTE      PIC X(20).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-DS-EXCECAO      PIC X(16).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-DIST-KM         PIC ZZZZ9.999.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-MINUTOS         PIC ZZZ9.

       01 WS-LINHA-TOTAL.
           05 FILLER                 PIC X(16)
              VALUE "TOTAL VENDEDOR  ".
           05 WS-TOT-CD-VENDEDOR     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-TOT-NM-VENDEDOR     PIC X(20).
           05 FILLER                 PIC X(14) VALUE " SINALIZADAS:".
           05 WS-TOT-SINALIZADAS     PIC ZZZZ9.
           05 FILLER                 PIC X(11) VALUE " VISITAS:".
           05 WS-TOT-VISITAS         PIC ZZZZ9.

       01 WS-LINHA-GERAL.
           05 FILLER                 PIC X(20)
              VALUE "TOTAL GERAL - VEND.:".
           05 WS-GER-VENDEDORES      PIC ZZZZ9.
           05 FILLER                 PIC X(14) VALUE " SINALIZADAS:".
           05 WS-GER-SINALIZADAS     PIC ZZZZZZ9.
           05 FILLER                 PIC X(11) VALUE " VISITAS:".
           05 WS-GER-VISITAS         PIC ZZZZZZ9.

       COPY CPY_ID_ARQ_VISITA.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

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

       01 SS-TELA-EXCECAO.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Semana a partir de (AAAAMMDD)
      -":".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INICIAL.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
               10 LINE 04 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           05 SS-REPORT-HEADER.
               10 LINE 06 COLUMN 1 VALUE "==============================
      -"==================================================".
               10 LINE 07 COLUMN 1 VALUE "Vended.".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Data    ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Cliente".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Nome                ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Excecao         ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Dist.(km)".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Min.".
               10 LINE 08 COLUMN 1 VALUE "==============================
      -"==================================================".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION  USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VISITA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  9          TO WS-NUML-CURR
           MOVE "RELATORIO EXCECOES DE VISITA" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE ZEROS       TO WS-QT-TOT-VISITAS WS-QT-TOT-SINALIZADAS
                               WS-QT-TOT-VENDEDORES

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DT-INICIAL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - 6)

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O FILTRO E EMITE O RELATORIO DA SEMANA
       1000-EMITE-RELATORIO SECTION.

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
           ACCEPT SS-REPORT-FILTER

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           PERFORM 1900-CONFERE-FILIAL
           IF NOT FILIAL-VALIDA
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INICIAL)
              NOT EQUAL ZEROS
               MOVE "DATA INICIAL INVALIDA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           COMPUTE WS-DT-FINAL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-INICIAL) + 6)

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO
               OPEN OUTPUT ARQ-SAIDA
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "EXCECOES DE VISITA DE " DELIMITED BY SIZE
                      WS-DT-INICIAL DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-DT-FINAL DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           DISPLAY SS-REPORT-HEADER

           OPEN INPUT ARQ-VISITA
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           MOVE LOW-VALUES TO FS-VEN-KEY
           PERFORM 6000-LER-ARQ-VENDEDOR

           PERFORM UNTIL NOT FS-STAT-VEN-OK
               MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
               IF NOT E-TODAS-FILIAIS
                   MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
                   PERFORM 1910-FILIAL-REGIAO
               END-IF
               IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                   PERFORM 2000-APURA-VENDEDOR
               END-IF
               PERFORM 6000-LER-ARQ-VENDEDOR
           END-PERFORM

           MOVE WS-QT-TOT-VENDEDORES  TO WS-GER-VENDEDORES
           MOVE WS-QT-TOT-SINALIZADAS TO WS-GER-SINALIZADAS
           MOVE WS-QT-TOT-VISITAS     TO WS-GER-VISITAS
           MOVE WS-LINHA-GERAL TO WS-LINHA-TITULO
           PERFORM 2900-MOSTRA-TITULO

           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * PERCORRE AS VISITAS DA SEMANA DO VENDEDOR CORRENTE, LISTANDO
      * AS SINALIZADAS; O TOTAL SO SAI PARA QUEM TEVE EXCECAO
       2000-APURA-VENDEDOR SECTION.

           MOVE ZEROS TO WS-QT-VISITAS WS-QT-SINALIZADAS

           MOVE FS-VEN-CD-VENDEDOR TO FS-VIS-CD-VENDEDOR
           MOVE WS-DT-INICIAL TO FS-VIS-DT-VISITA
           MOVE ZEROS TO FS-VIS-CD-CLIENTE

           START ARQ-VISITA KEY NOT LESS FS-VIS-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-VIS
               NOT INVALID KEY
                   READ ARQ-VISITA NEXT
                       AT END MOVE 99 TO FS-STAT-VIS
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-VIS-OK
                      OR FS-VIS-CD-VENDEDOR NOT EQUAL
                         FS-VEN-CD-VENDEDOR
                      OR FS-VIS-DT-VISITA GREATER WS-DT-FINAL

               ADD 1 TO WS-QT-VISITAS
               IF FS-VIS-SINALIZADA
                   ADD 1 TO WS-QT-SINALIZADAS
                   PERFORM 2100-MOSTRA-VISITA
               END-IF

               READ ARQ-VISITA NEXT
                   AT END MOVE 99 TO FS-STAT-VIS
               END-READ
           END-PERFORM

           ADD WS-QT-VISITAS TO WS-QT-TOT-VISITAS

           IF WS-QT-SINALIZADAS GREATER ZEROS
               ADD WS-QT-SINALIZADAS TO WS-QT-TOT-SINALIZADAS
               ADD 1 TO WS-QT-TOT-VENDEDORES
               MOVE FS-VEN-CD-VENDEDOR TO WS-TOT-CD-VENDEDOR
               MOVE FS-VEN-NM-VENDEDOR TO WS-TOT-NM-VENDEDOR
               MOVE WS-QT-SINALIZADAS  TO WS-TOT-SINALIZADAS
               MOVE WS-QT-VISITAS      TO WS-TOT-VISITAS
               MOVE WS-LINHA-TOTAL TO WS-LINHA-TITULO
               PERFORM 2900-MOSTRA-TITULO
           END-IF.

       2000-APURA-VENDEDORX. EXIT.

      * -----------------------------------
      * MOSTRA UMA VISITA SINALIZADA COM O NOME DO CLIENTE
       2100-MOSTRA-VISITA SECTION.

           MOVE FS-VIS-CD-VENDEDOR TO WS-LIN-CD-VENDEDOR
           MOVE FS-VIS-DT-VISITA   TO WS-LIN-DT-VISITA
           MOVE FS-VIS-CD-CLIENTE  TO WS-LIN-CD-CLIENTE
           MOVE FS-VIS-VL-DIST-KM  TO WS-LIN-DIST-KM
           MOVE FS-VIS-QT-MINUTOS  TO WS-LIN-MINUTOS

           MOVE FS-VIS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE SPACES TO WS-LIN-NM-CLIENTE
               NOT INVALID KEY
                   MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-LIN-NM-CLIENTE
           END-READ

           EVALUATE TRUE
               WHEN FS-VIS-DISTANTE-E-CURTA
                   MOVE "DISTANTE E CURTA" TO WS-LIN-DS-EXCECAO
               WHEN FS-VIS-DISTANTE
                   MOVE "DISTANTE"         TO WS-LIN-DS-EXCECAO
               WHEN OTHER
                   MOVE "CURTA"            TO WS-LIN-DS-EXCECAO
           END-EVALUATE

           DISPLAY WS-LINHA LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       2100-MOSTRA-VISITAX. EXIT.

      * -----------------------------------
      * MOSTRA A LINHA DE TOTAL MONTADA EM WS-LINHA-TITULO
       2900-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       2900-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR PELA CHAVE
       6000-LER-ARQ-VENDEDOR SECTION.

           START ARQ-VENDEDOR KEY > FS-VEN-KEY
             NOT INVALID KEY
               READ ARQ-VENDEDOR NEXT
               END-READ
           END-START.

       6000-LER-ARQ-VENDEDOR-FIMX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_VISITA_EXC" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "SEMANA " DELIMITED BY SIZE
                  WS-DT-INICIAL DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * A FILIAL PEDIDA PRECISA ESTAR CADASTRADA (A MATRIZ SEMPRE
      * ESTA) E O OPERADOR PRECISA PODER TRABALHAR NELA; ZERO (TODAS)
      * SO PARA QUEM TRABALHA EM TODAS AS FILIAIS
       1900-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK

           IF WS-CD-FILIAL-SEL GREATER 1
               MOVE "L" TO LK-FIL-FUNCAO
               MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF NOT LK-FIL-RC-OK
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   GO TO 1900-CONFERE-FILIALX
               END-IF
           END-IF

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               MOVE "OPERADOR SEM ACESSO A FILIAL INFORMADA"
                 TO WS-MSGERRO
               GO TO 1900-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1900-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * FILIAL DA REGIAO EM WS-CD-REGIAO-FIL (REGIAO -> DEPOSITO ->
      * FILIAL); SO CONSULTA QUANDO A REGIAO MUDA
       1910-FILIAL-REGIAO SECTION.

           IF WS-CD-REGIAO-FIL NOT EQUAL WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS

               MOVE "D" TO LK-FIL-FUNCAO
               MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-RGA
           END-IF

           MOVE WS-CD-FILIAL-RGA TO WS-CD-FILIAL-REG.

       1910-FILIAL-REGIAOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_VISITA_EXC" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_VISITA_EXC.
