      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio de Resultado das Campanhas Promocionais
      * Tectonics: cobc
      ******************************************************************
      * PARA CADA CAMPANHA (OU SO A INFORMADA) COMPARA O VOLUME
      * VENDIDO NA ABRANGENCIA DA CAMPANHA (PRODUTO OU FAMILIA,
      * REGIAO E CLASSE ABC DO CLIENTE) DURANTE A CAMPANHA - DO
      * INICIO AO FIM, OU ATE HOJE SE AINDA VIGENTE - COM O MESMO
      * NUMERO DE DIAS IMEDIATAMENTE ANTERIOR AO INICIO. ENTRAM OS
      * PEDIDOS DE VENDA NAO CANCELADOS PELA DATA DO PEDIDO; A
      * QUANTIDADE BONIFICADA (LINHAS DE LEVE X GANHE Y) SAI A PARTE
      * E NAO CONTA COMO VOLUME VENDIDO. NO PERIODO DA CAMPANHA SAEM
      * A RECEITA, O CUSTO (INCLUSIVE DA BONIFICACAO, PELO CUSTO
      * VIGENTE NA DATA DO PEDIDO) E A MARGEM, COM A VERBA E O
      * PERCENTUAL JA CONSUMIDO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_CAMPANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CAM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CAM.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ITE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ITE.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CAMPANHA.
       COPY FS-ARQ-CAMPANHA.

       FD ARQ-PEDIDO.
       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.
       COPY FS-ARQ-PEDITEM.

       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-PRODUTO.
       COPY FS-ARQ-PRODUTO.

       FD ARQ-CUSTO.
       COPY FS-ARQ-CUSTO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-CAM PIC 9(02).
           88 FS-STAT-CAM-OK         VALUE 00.
           88 FS-STAT-CAM-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.

       77 WS-CUSTO-ABERTO PIC X VALUE 'N'.
           88 E-CUSTO-ABERTO VALUE 'S'.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_CAMPANHA.TXT".
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

       77 WS-DT-HOJE     PIC 9(008) VALUE ZEROS.
       77 WS-CD-CAMPANHA PIC 9(007) VALUE ZEROS.

      * JANELAS DE DATA DAS CAMPANHAS CARREGADAS (MENOR E MAIOR DATA
      * QUE INTERESSA NA VARREDURA DOS PEDIDOS)
       77 WS-DT-MENOR    PIC 9(008) VALUE ZEROS.
       77 WS-DT-MAIOR    PIC 9(008) VALUE ZEROS.
       77 WS-INT-INICIO  PIC 9(007) VALUE ZEROS.
       77 WS-INT-FIM     PIC 9(007) VALUE ZEROS.
       77 WS-QT-DIAS     PIC 9(005) VALUE ZEROS.

      * CAMPANHAS DO RELATORIO COM A ABRANGENCIA, AS JANELAS E OS
      * ACUMULADOS
       77 WS-TCA-QTD PIC 9(003) VALUE ZEROS.
       77 WS-TCA-IDX PIC 9(003) VALUE ZEROS.
       77 WS-QT-CAMP-FORA PIC 9(005) VALUE ZEROS.
       01 WS-TAB-CAMPANHA.
           05 WS-TCA-LINHA OCCURS 200 TIMES.
               10 WS-TCA-CD-CAMPANHA PIC 9(007).
               10 WS-TCA-DS-CAMPANHA PIC X(030).
               10 WS-TCA-CD-PRODUTO  PIC 9(007).
               10 WS-TCA-CD-FAMILIA  PIC X(004).
               10 WS-TCA-CD-REGIAO   PIC X(004).
               10 WS-TCA-CLASSE-ABC  PIC X(001).
               10 WS-TCA-DT-INICIO   PIC 9(008).
               10 WS-TCA-DT-FIM      PIC 9(008).
               10 WS-TCA-DT-ANT-INI  PIC 9(008).
               10 WS-TCA-DT-ANT-FIM  PIC 9(008).
               10 WS-TCA-VL-VERBA    PIC 9(009)V99.
               10 WS-TCA-VL-CONSUMIDO PIC 9(009)V99.
               10 WS-TCA-QT-ANTES    PIC 9(009).
               10 WS-TCA-QT-DURANTE  PIC 9(009).
               10 WS-TCA-QT-BONUS    PIC 9(009).
               10 WS-TCA-VL-RECEITA  PIC 9(011)V99.
               10 WS-TCA-VL-CUSTO    PIC 9(011)V99.

      * DADOS DO PEDIDO E DA LINHA CORRENTES
       77 WS-CD-REGIAO-CLI  PIC X(004) VALUE SPACES.
       77 WS-CLASSE-ABC-CLI PIC X(001) VALUE SPACES.
       77 WS-CD-FAMILIA-LIN PIC X(004) VALUE SPACES.
       77 WS-VL-CUSTO-UNIT  PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-CUSTO-LIN   PIC 9(011)V99 VALUE ZEROS.

      * CALCULOS DA LINHA DO RELATORIO
       77 WS-PC-VARIACAO PIC S9(005)V99 VALUE ZEROS.
       77 WS-PC-MARGEM   PIC S9(005)V99 VALUE ZEROS.
       77 WS-PC-CONSUMO  PIC 9(005)V99 VALUE ZEROS.

       01 WS-TOT-RELATORIO.
           05 WS-TOT-CAMPANHAS  PIC 9(005).
           05 WS-TOT-VL-VERBA   PIC 9(011)V99.
           05 WS-TOT-VL-CONSUMIDO PIC 9(011)V99.
           05 WS-TOT-VL-RECEITA PIC 9(011)V99.
           05 WS-TOT-VL-CUSTO   PIC 9(011)V99.

       77 WS-ED-VALOR  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-QTDE   PIC ZZZZ9.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA-CAMPANHA.
           05 WS-LCA-CD-CAMPANHA     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LCA-DS-CAMPANHA     PIC X(30).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LCA-DT-INICIO       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "-".
           05 WS-LCA-DT-FIM          PIC 9(8).
           05 FILLER                 PIC X(6) VALUE "| ANT ".
           05 WS-LCA-DT-ANT-INI      PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "-".
           05 WS-LCA-DT-ANT-FIM      PIC 9(8).

       01 WS-LINHA.
           05 FILLER                 PIC X(8) VALUE SPACES.
           05 WS-LIN-QT-ANTES        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-QT-DURANTE      PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-PC-VARIACAO     PIC -ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-QT-BONUS        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-PC-MARGEM       PIC -ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-PC-CONSUMO      PIC ZZZZ9.99.

       01 WS-LINHA-VALOR.
           05 FILLER                 PIC X(5) VALUE " REC ".
           05 WS-LVL-VL-RECEITA      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(7) VALUE " CUSTO ".
           05 WS-LVL-VL-CUSTO        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(7) VALUE " VERBA ".
           05 WS-LVL-VL-VERBA        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(6) VALUE " CONS ".
           05 WS-LVL-VL-CONSUMIDO    PIC ZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_CAMPANHA.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_CUSTO.

       COPY CPY_LE_PARAMETRO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

       COPY CPY_CONSULTA_FILIAL.

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

       01 SS-TELA-CAMPANHA.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Campanha (0=Todas):".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CAMPANHA.
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
               10 LINE 07 COLUMN 1 VALUE "        ".
               10 COLUMN PLUS 1 VALUE "Qt Antes ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Qt Durant".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Variac %".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Qt Bonus ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Margem % ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Verba % ".
               10 LINE 08 COLUMN 1 VALUE "==============================
      -"==================================================".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION  USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CAMPANHA
           END-IF
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-CAMPANHA TO WNM-PATH-CUSTO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CAMPANHA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  9          TO WS-NUML-CURR
           MOVE "RELATORIO RESULTADO DE CAMPANHAS" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE ZEROS       TO WS-TOT-RELATORIO WS-CD-CAMPANHA

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O FILTRO, CARREGA AS CAMPANHAS, VARRE OS PEDIDOS E EMITE
      * O RELATORIO
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

           OPEN INPUT ARQ-CAMPANHA
           IF FS-STAT-CAM-NAO-EXISTE
               MOVE "NENHUMA CAMPANHA CADASTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           PERFORM 2000-CARREGA-CAMPANHAS
           CLOSE ARQ-CAMPANHA

           IF WS-TCA-QTD EQUAL ZEROS
               MOVE "CAMPANHA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO
               OPEN OUTPUT ARQ-SAIDA
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "RESULTADO DE CAMPANHAS - POSICAO EM "
                      DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           DISPLAY SS-REPORT-HEADER

           PERFORM 5000-ABRIR-ARQUIVOS

           IF NOT FS-STAT-PED-NAO-EXISTE
               PERFORM 2500-VARRE-PEDIDOS
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM VARYING WS-TCA-IDX FROM 1 BY 1
             UNTIL WS-TCA-IDX GREATER WS-TCA-QTD
               PERFORM 3000-MOSTRA-CAMPANHA
           END-PERFORM

           PERFORM 3500-MOSTRA-TOTAIS

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * CARREGA AS CAMPANHAS DO FILTRO COM A JANELA DA CAMPANHA (DO
      * INICIO AO FIM OU ATE HOJE) E A JANELA ANTERIOR DE MESMO
      * NUMERO DE DIAS
       2000-CARREGA-CAMPANHAS SECTION.

           MOVE ZEROS TO WS-TCA-QTD WS-QT-CAMP-FORA WS-DT-MAIOR
           MOVE 99999999 TO WS-DT-MENOR

           IF WS-CD-CAMPANHA GREATER ZEROS
               MOVE WS-CD-CAMPANHA TO FS-CAM-CD-CAMPANHA
               READ ARQ-CAMPANHA
               IF FS-STAT-CAM-OK
                   PERFORM 2100-GUARDA-CAMPANHA
               END-IF
               GO TO 2000-CARREGA-CAMPANHASX
           END-IF

           MOVE LOW-VALUES TO FS-CAM-KEY
           PERFORM 6000-LE-PROX-CAMPANHA

           PERFORM UNTIL NOT FS-STAT-CAM-OK
               PERFORM 2100-GUARDA-CAMPANHA
               PERFORM 6000-LE-PROX-CAMPANHA
           END-PERFORM.

       2000-CARREGA-CAMPANHASX. EXIT.

      * -----------------------------------
      * GUARDA A CAMPANHA LIDA NA TABELA; CAMPANHA AINDA NAO
      * INICIADA NAO TEM RESULTADO E NAO ENTRA
       2100-GUARDA-CAMPANHA SECTION.

           IF FS-CAM-DT-INICIO GREATER WS-DT-HOJE OR
              FS-CAM-DT-INICIO EQUAL ZEROS
               GO TO 2100-GUARDA-CAMPANHAX
           END-IF

           IF WS-TCA-QTD NOT LESS 200
               ADD 1 TO WS-QT-CAMP-FORA
               GO TO 2100-GUARDA-CAMPANHAX
           END-IF

           ADD 1 TO WS-TCA-QTD
           MOVE WS-TCA-QTD TO WS-TCA-IDX
           INITIALIZE WS-TCA-LINHA(WS-TCA-IDX)

           MOVE FS-CAM-CD-CAMPANHA  TO WS-TCA-CD-CAMPANHA(WS-TCA-IDX)
           MOVE FS-CAM-DS-CAMPANHA  TO WS-TCA-DS-CAMPANHA(WS-TCA-IDX)
           MOVE FS-CAM-CD-PRODUTO   TO WS-TCA-CD-PRODUTO(WS-TCA-IDX)
           MOVE FS-CAM-CD-FAMILIA   TO WS-TCA-CD-FAMILIA(WS-TCA-IDX)
           MOVE FS-CAM-CD-REGIAO    TO WS-TCA-CD-REGIAO(WS-TCA-IDX)
           MOVE FS-CAM-CLASSE-ABC   TO WS-TCA-CLASSE-ABC(WS-TCA-IDX)
           MOVE FS-CAM-VL-VERBA     TO WS-TCA-VL-VERBA(WS-TCA-IDX)
           MOVE FS-CAM-VL-CONSUMIDO TO WS-TCA-VL-CONSUMIDO(WS-TCA-IDX)
           MOVE FS-CAM-DT-INICIO    TO WS-TCA-DT-INICIO(WS-TCA-IDX)

           IF FS-CAM-DT-FIM GREATER WS-DT-HOJE
               MOVE WS-DT-HOJE    TO WS-TCA-DT-FIM(WS-TCA-IDX)
           ELSE
               MOVE FS-CAM-DT-FIM TO WS-TCA-DT-FIM(WS-TCA-IDX)
           END-IF

           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-TCA-DT-INICIO(WS-TCA-IDX))
           COMPUTE WS-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-TCA-DT-FIM(WS-TCA-IDX))
           COMPUTE WS-QT-DIAS = WS-INT-FIM - WS-INT-INICIO + 1

           COMPUTE WS-TCA-DT-ANT-FIM(WS-TCA-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-INT-INICIO - 1)
           COMPUTE WS-TCA-DT-ANT-INI(WS-TCA-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-INT-INICIO - WS-QT-DIAS)

           IF WS-TCA-DT-ANT-INI(WS-TCA-IDX) LESS WS-DT-MENOR
               MOVE WS-TCA-DT-ANT-INI(WS-TCA-IDX) TO WS-DT-MENOR
           END-IF
           IF WS-TCA-DT-FIM(WS-TCA-IDX) GREATER WS-DT-MAIOR
               MOVE WS-TCA-DT-FIM(WS-TCA-IDX) TO WS-DT-MAIOR
           END-IF.

       2100-GUARDA-CAMPANHAX. EXIT.

      * -----------------------------------
      * VARRE OS PEDIDOS DE VENDA NAO CANCELADOS DENTRO DAS JANELAS
       2500-VARRE-PEDIDOS SECTION.

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6100-LER-ARQ-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               PERFORM 1920-FILIAL-PEDIDO

               IF NOT FS-PED-CANCELADO AND FS-PED-TP-VENDA AND
                  FS-PED-DT-PEDIDO NOT LESS WS-DT-MENOR AND
                  FS-PED-DT-PEDIDO NOT GREATER WS-DT-MAIOR AND
                  (E-TODAS-FILIAIS OR
                   WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL)

                   MOVE SPACES TO WS-CD-REGIAO-CLI WS-CLASSE-ABC-CLI
                   MOVE FS-PED-CD-CLIENTE TO FS-CLI-CD-CLIENTE
                   READ ARQ-CLIENTE
                   IF FS-STAT-CLI-OK
                       MOVE FS-CLI-CD-REGIAO  TO WS-CD-REGIAO-CLI
                       MOVE FS-CLI-CLASSE-ABC TO WS-CLASSE-ABC-CLI
                   END-IF

                   PERFORM 2600-ACUMULA-LINHAS
               END-IF

               PERFORM 6100-LER-ARQ-PEDIDO
           END-PERFORM.

       2500-VARRE-PEDIDOSX. EXIT.

      * -----------------------------------
      * ACUMULA AS LINHAS DO PEDIDO CORRENTE NAS CAMPANHAS CUJA
      * ABRANGENCIA E JANELA ALCANCAM
       2600-ACUMULA-LINHAS SECTION.

           MOVE FS-PED-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 6200-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL FS-PED-NR-PEDIDO

               MOVE SPACES TO WS-CD-FAMILIA-LIN
               MOVE FS-ITE-CD-PRODUTO TO FS-PRO-CD-PRODUTO
               READ ARQ-PRODUTO
               IF FS-STAT-PRO-OK
                   MOVE FS-PRO-CD-FAMILIA TO WS-CD-FAMILIA-LIN
               END-IF

               MOVE ZEROS TO WS-VL-CUSTO-LIN
               PERFORM 2700-BUSCA-CUSTO
               COMPUTE WS-VL-CUSTO-LIN = FS-ITE-QT * WS-VL-CUSTO-UNIT

               PERFORM VARYING WS-TCA-IDX FROM 1 BY 1
                 UNTIL WS-TCA-IDX GREATER WS-TCA-QTD
                   PERFORM 2650-ACUMULA-CAMPANHA
               END-PERFORM

               PERFORM 6200-LE-PROX-ITEM
           END-PERFORM.

       2600-ACUMULA-LINHASX. EXIT.

      * -----------------------------------
      * SOMA A LINHA CORRENTE NA CAMPANHA DA TABELA, SE ESTIVER NA
      * ABRANGENCIA E EM UMA DAS JANELAS
       2650-ACUMULA-CAMPANHA SECTION.

           IF (WS-TCA-CD-PRODUTO(WS-TCA-IDX) NOT EQUAL ZEROS AND
               WS-TCA-CD-PRODUTO(WS-TCA-IDX)
                   NOT EQUAL FS-ITE-CD-PRODUTO) OR
              (WS-TCA-CD-FAMILIA(WS-TCA-IDX) NOT EQUAL SPACES AND
               WS-TCA-CD-FAMILIA(WS-TCA-IDX)
                   NOT EQUAL WS-CD-FAMILIA-LIN) OR
              (WS-TCA-CD-REGIAO(WS-TCA-IDX) NOT EQUAL SPACES AND
               WS-TCA-CD-REGIAO(WS-TCA-IDX)
                   NOT EQUAL WS-CD-REGIAO-CLI) OR
              (WS-TCA-CLASSE-ABC(WS-TCA-IDX) NOT EQUAL SPACES AND
               WS-TCA-CLASSE-ABC(WS-TCA-IDX)
                   NOT EQUAL WS-CLASSE-ABC-CLI)
               GO TO 2650-ACUMULA-CAMPANHAX
           END-IF

           EVALUATE TRUE
               WHEN FS-PED-DT-PEDIDO NOT LESS
                        WS-TCA-DT-ANT-INI(WS-TCA-IDX) AND
                    FS-PED-DT-PEDIDO NOT GREATER
                        WS-TCA-DT-ANT-FIM(WS-TCA-IDX)
                   IF NOT FS-ITE-BONUS-CAMPANHA
                       ADD FS-ITE-QT TO WS-TCA-QT-ANTES(WS-TCA-IDX)
                   END-IF
               WHEN FS-PED-DT-PEDIDO NOT LESS
                        WS-TCA-DT-INICIO(WS-TCA-IDX) AND
                    FS-PED-DT-PEDIDO NOT GREATER
                        WS-TCA-DT-FIM(WS-TCA-IDX)
                   IF FS-ITE-BONUS-CAMPANHA
                       ADD FS-ITE-QT TO WS-TCA-QT-BONUS(WS-TCA-IDX)
                   ELSE
                       ADD FS-ITE-QT TO WS-TCA-QT-DURANTE(WS-TCA-IDX)
                   END-IF
                   ADD FS-ITE-VL-TOTAL TO WS-TCA-VL-RECEITA(WS-TCA-IDX)
                   ADD WS-VL-CUSTO-LIN TO WS-TCA-VL-CUSTO(WS-TCA-IDX)
           END-EVALUATE.

       2650-ACUMULA-CAMPANHAX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO NA DATA DO PEDIDO
       2700-BUSCA-CUSTO SECTION.

           MOVE ZEROS TO WS-VL-CUSTO-UNIT

           IF E-CUSTO-ABERTO
               MOVE FS-ITE-CD-PRODUTO TO FS-CUS-CD-PRODUTO
               MOVE FS-PED-DT-PEDIDO  TO FS-CUS-DT-VIGENCIA

               START ARQ-CUSTO KEY NOT GREATER FS-CUS-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-CUS
                   NOT INVALID KEY
                       READ ARQ-CUSTO NEXT
                           AT END MOVE 99 TO FS-STAT-CUS
                       END-READ
               END-START

               IF FS-STAT-CUS-OK AND
                  FS-CUS-CD-PRODUTO EQUAL FS-ITE-CD-PRODUTO AND
                  FS-CUS-DT-VIGENCIA NOT GREATER FS-PED-DT-PEDIDO
                   MOVE FS-CUS-VL-CUSTO TO WS-VL-CUSTO-UNIT
               END-IF
           END-IF.

       2700-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * EMITE AS LINHAS DA CAMPANHA: IDENTIFICACAO E JANELAS, VOLUME
      * ANTES E DURANTE COM A VARIACAO, BONIFICACAO, MARGEM E VERBA
       3000-MOSTRA-CAMPANHA SECTION.

           MOVE ZEROS TO WS-PC-VARIACAO WS-PC-MARGEM WS-PC-CONSUMO

           IF WS-TCA-QT-ANTES(WS-TCA-IDX) GREATER ZEROS
               COMPUTE WS-PC-VARIACAO ROUNDED =
                   (WS-TCA-QT-DURANTE(WS-TCA-IDX) -
                    WS-TCA-QT-ANTES(WS-TCA-IDX)) * 100 /
                   WS-TCA-QT-ANTES(WS-TCA-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PC-VARIACAO
               END-COMPUTE
           END-IF

           IF WS-TCA-VL-RECEITA(WS-TCA-IDX) GREATER ZEROS
               COMPUTE WS-PC-MARGEM ROUNDED =
                   (WS-TCA-VL-RECEITA(WS-TCA-IDX) -
                    WS-TCA-VL-CUSTO(WS-TCA-IDX)) * 100 /
                   WS-TCA-VL-RECEITA(WS-TCA-IDX)
                   ON SIZE ERROR
                       MOVE -99999.99 TO WS-PC-MARGEM
               END-COMPUTE
           END-IF

           IF WS-TCA-VL-VERBA(WS-TCA-IDX) GREATER ZEROS
               COMPUTE WS-PC-CONSUMO ROUNDED =
                   WS-TCA-VL-CONSUMIDO(WS-TCA-IDX) * 100 /
                   WS-TCA-VL-VERBA(WS-TCA-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PC-CONSUMO
               END-COMPUTE
           END-IF

           ADD 1 TO WS-TOT-CAMPANHAS
           ADD WS-TCA-VL-VERBA(WS-TCA-IDX)     TO WS-TOT-VL-VERBA
           ADD WS-TCA-VL-CONSUMIDO(WS-TCA-IDX) TO WS-TOT-VL-CONSUMIDO
           ADD WS-TCA-VL-RECEITA(WS-TCA-IDX)   TO WS-TOT-VL-RECEITA
           ADD WS-TCA-VL-CUSTO(WS-TCA-IDX)     TO WS-TOT-VL-CUSTO

           MOVE WS-TCA-CD-CAMPANHA(WS-TCA-IDX) TO WS-LCA-CD-CAMPANHA
           MOVE WS-TCA-DS-CAMPANHA(WS-TCA-IDX) TO WS-LCA-DS-CAMPANHA
           MOVE WS-TCA-DT-INICIO(WS-TCA-IDX)   TO WS-LCA-DT-INICIO
           MOVE WS-TCA-DT-FIM(WS-TCA-IDX)      TO WS-LCA-DT-FIM
           MOVE WS-TCA-DT-ANT-INI(WS-TCA-IDX)  TO WS-LCA-DT-ANT-INI
           MOVE WS-TCA-DT-ANT-FIM(WS-TCA-IDX)  TO WS-LCA-DT-ANT-FIM
           MOVE WS-LINHA-CAMPANHA TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TCA-QT-ANTES(WS-TCA-IDX)   TO WS-LIN-QT-ANTES
           MOVE WS-TCA-QT-DURANTE(WS-TCA-IDX) TO WS-LIN-QT-DURANTE
           MOVE WS-PC-VARIACAO                TO WS-LIN-PC-VARIACAO
           MOVE WS-TCA-QT-BONUS(WS-TCA-IDX)   TO WS-LIN-QT-BONUS
           MOVE WS-PC-MARGEM                  TO WS-LIN-PC-MARGEM
           MOVE WS-PC-CONSUMO                 TO WS-LIN-PC-CONSUMO
           MOVE WS-LINHA TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TCA-VL-RECEITA(WS-TCA-IDX)   TO WS-LVL-VL-RECEITA
           MOVE WS-TCA-VL-CUSTO(WS-TCA-IDX)     TO WS-LVL-VL-CUSTO
           MOVE WS-TCA-VL-VERBA(WS-TCA-IDX)     TO WS-LVL-VL-VERBA
           MOVE WS-TCA-VL-CONSUMIDO(WS-TCA-IDX) TO WS-LVL-VL-CONSUMIDO
           MOVE WS-LINHA-VALOR TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       3000-MOSTRA-CAMPANHAX. EXIT.

      * -----------------------------------
      * TOTAIS DAS CAMPANHAS LISTADAS
       3500-MOSTRA-TOTAIS SECTION.

           MOVE WS-TOT-CAMPANHAS TO WS-ED-QTDE
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "CAMPANHAS LISTADAS.....: " DELIMITED BY SIZE
                  WS-ED-QTDE DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-VL-RECEITA TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "RECEITA NAS CAMPANHAS..: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-VL-CUSTO TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "CUSTO NAS CAMPANHAS....: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-VL-VERBA TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "VERBA TOTAL............: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-VL-CONSUMIDO TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "VERBA CONSUMIDA........: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           IF WS-QT-CAMP-FORA GREATER ZEROS
               MOVE WS-QT-CAMP-FORA TO WS-ED-QTDE
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "CAMPANHAS ALEM DA TABELA: " DELIMITED BY SIZE
                      WS-ED-QTDE DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF.

       3500-MOSTRA-TOTAISX. EXIT.

      * -----------------------------------
      * MOSTRA A LINHA MONTADA EM WS-LINHA-TITULO
       3900-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       3900-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA VARREDURA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-PEDITEM
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO

           MOVE 'N' TO WS-CUSTO-ABERTO
           OPEN INPUT ARQ-CUSTO
           IF FS-STAT-CUS-OK
               MOVE 'S' TO WS-CUSTO-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA CAMPANHA PELA CHAVE
       6000-LE-PROX-CAMPANHA SECTION.

           START ARQ-CAMPANHA KEY > FS-CAM-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CAM
               NOT INVALID KEY
                   READ ARQ-CAMPANHA NEXT
                       AT END MOVE 99 TO FS-STAT-CAM
                   END-READ
           END-START.

       6000-LE-PROX-CAMPANHAX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6100-LER-ARQ-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PED
               NOT INVALID KEY
                   READ ARQ-PEDIDO NEXT
                       AT END MOVE 99 TO FS-STAT-PED
                   END-READ
           END-START.

       6100-LER-ARQ-PEDIDOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE ITEM PELA CHAVE
       6200-LE-PROX-ITEM SECTION.

           START ARQ-PEDITEM KEY > FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START.

       6200-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA VARREDURA
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO

           IF E-CUSTO-ABERTO
               CLOSE ARQ-CUSTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_CAMPANHA" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "CAMPANHA " DELIMITED BY SIZE
                  WS-CD-CAMPANHA DELIMITED BY SIZE
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
      * FILIAL QUE EMITIU O PEDIDO (NAO NUMERICA OU ZERO = MATRIZ)
       1920-FILIAL-PEDIDO SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           IF FS-PED-CD-FILIAL IS NUMERIC AND
              FS-PED-CD-FILIAL GREATER ZEROS
               MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-REG
           END-IF.

       1920-FILIAL-PEDIDOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_CAMPANHA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_CAMPANHA.
