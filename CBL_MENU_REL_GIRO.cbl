      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio de Giro - Estoque Lento/Parado e Cobertura
      * Tectonics: cobc
      ******************************************************************
      * PARA CADA PRODUTO COM SALDO OU COM VENDA NO PERIODO DA MEDIA,
      * SOMA O SALDO DE TODOS OS DEPOSITOS (ARQ-ESTOQUE), VALORIZA
      * PELO CUSTO VIGENTE HOJE (ARQ-CUSTO) E VARRE O KARDEX
      * (ARQ-MOVESTOQUE) ATRAS DA DATA DA ULTIMA SAIDA E DA SAIDA
      * MEDIA DIARIA DOS ULTIMOS N DIAS. A SAIDA DE TRANSFERENCIA
      * ENTRE DEPOSITOS (MOTIVO "TR") NAO CONTA COMO VENDA.
      * COBERTURA = SALDO / MEDIA DIARIA, EM DIAS. O PRODUTO E
      * CLASSIFICADO COMO:
      *   ATIVO  - VENDEU NOS ULTIMOS GIRO-DIAS-LENTO DIAS
      *   LENTO  - SEM VENDA HA GIRO-DIAS-LENTO DIAS (PADRAO 60)
      *   PARADO - SEM VENDA HA GIRO-DIAS-PARADO DIAS (PADRAO 180)
      *            OU SEM NENHUMA SAIDA NO KARDEX
      * A MEDIA USA GIRO-DIAS-MEDIA DIAS (PADRAO 90). OS TRES PRAZOS
      * PODEM SER ALTERADOS NA TELA. AO FINAL SAI O VALOR EM ESTOQUE
      * POR FAMILIA (ARQ-FAMILIA) EM CADA CLASSE. O RELATORIO VAI
      * PARA REL_GIRO_<AAAAMMDD>.TXT, REGISTRADO NO SPOOL CENTRAL.
      * PRODUTO SEM CUSTO CADASTRADO ENTRA COM VALOR ZERO E PRODUTO
      * SEM FAMILIA ENTRA NO GRUPO "????".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_GIRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK WID-ARQ-MOVESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOV.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FAM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FAM.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-MOVESTOQUE.

       COPY FS-ARQ-MOVESTOQUE.

       FD ARQ-CUSTO.

       COPY FS-ARQ-CUSTO.

       FD ARQ-FAMILIA.

       COPY FS-ARQ-FAMILIA.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 FS-STAT-MOV PIC 9(02).
           88 FS-STAT-MOV-OK         VALUE 00.
           88 FS-STAT-MOV-NAO-EXISTE VALUE 35.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.
           88 FS-STAT-CUS-NAO-EXISTE VALUE 35.

       77 FS-STAT-FAM PIC 9(02).
           88 FS-STAT-FAM-OK         VALUE 00.
           88 FS-STAT-FAM-NAO-EXISTE VALUE 35.

       77 WS-PRODUTO-ABERTO PIC X VALUE 'N'.
           88 E-PRODUTO-ABERTO VALUE 'S'.
       77 WS-ESTOQUE-ABERTO PIC X VALUE 'N'.
           88 E-ESTOQUE-ABERTO VALUE 'S'.
       77 WS-MOVIMENTO-ABERTO PIC X VALUE 'N'.
           88 E-MOVIMENTO-ABERTO VALUE 'S'.
       77 WS-CUSTO-ABERTO PIC X VALUE 'N'.
           88 E-CUSTO-ABERTO VALUE 'S'.
       77 WS-FAMILIA-ABERTO PIC X VALUE 'N'.
           88 E-FAMILIA-ABERTO VALUE 'S'.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE SPACES.

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
       77 WS-DT-INICIO   PIC 9(008) VALUE ZEROS.

      * PRAZOS DA CLASSIFICACAO E DA MEDIA (PARAMETROS, ALTERAVEIS NA
      * TELA)
       77 WS-DIAS-LENTO  PIC 9(003) VALUE 60.
       77 WS-DIAS-PARADO PIC 9(003) VALUE 180.
       77 WS-DIAS-MEDIA  PIC 9(003) VALUE 90.

      * APURACAO DO PRODUTO CORRENTE
       77 WS-QT-SALDO       PIC S9(009) VALUE ZEROS.
       77 WS-QT-VENDIDA     PIC 9(009) VALUE ZEROS.
       77 WS-QT-MEDIA       PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-COBERTURA   PIC 9(007) VALUE ZEROS.
       77 WS-QT-DIAS-SEM    PIC 9(005) VALUE ZEROS.
       77 WS-DT-ULT-SAIDA   PIC 9(008) VALUE ZEROS.
       77 WS-VL-CUSTO-UNIT  PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-ESTOQUE     PIC 9(011)V99 VALUE ZEROS.
       77 WS-CD-FAMILIA-LIN PIC X(004) VALUE SPACES.

       77 WS-CLASSE PIC X(001) VALUE SPACES.
           88 E-CLASSE-ATIVO  VALUE "A".
           88 E-CLASSE-LENTO  VALUE "L".
           88 E-CLASSE-PARADO VALUE "P".

      * ACUMULADO DO VALOR EM ESTOQUE POR FAMILIA E CLASSE
       01 WS-TAB-FAM.
           05 WS-TAB-FAM-ITEM OCCURS 200.
               10 WS-FAM-CD        PIC X(004).
               10 WS-FAM-VL-ATIVO  PIC 9(011)V99.
               10 WS-FAM-VL-LENTO  PIC 9(011)V99.
               10 WS-FAM-VL-PARADO PIC 9(011)V99.
       77 WS-TAB-FAM-QTD PIC 9(003) VALUE ZEROS.

       77 WS-TAB-IDX  PIC 9(003) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(003) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

       01 WS-TOTAIS.
           05 WS-TOT-VL-ATIVO  PIC 9(011)V99 VALUE ZEROS.
           05 WS-TOT-VL-LENTO  PIC 9(011)V99 VALUE ZEROS.
           05 WS-TOT-VL-PARADO PIC 9(011)V99 VALUE ZEROS.
           05 WS-TOT-QT-ATIVO  PIC 9(005) VALUE ZEROS.
           05 WS-TOT-QT-LENTO  PIC 9(005) VALUE ZEROS.
           05 WS-TOT-QT-PARADO PIC 9(005) VALUE ZEROS.

       01 WS-LINHA-CAB.
           05 FILLER PIC X(008) VALUE "PRODUTO ".
           05 FILLER PIC X(021) VALUE "DESCRICAO".
           05 FILLER PIC X(005) VALUE "FAM".
           05 FILLER PIC X(009) VALUE "   SALDO ".
           05 FILLER PIC X(011) VALUE "CUSTO UNIT ".
           05 FILLER PIC X(014) VALUE "VALOR ESTOQUE ".
           05 FILLER PIC X(009) VALUE "ULT.SAI  ".
           05 FILLER PIC X(010) VALUE "MEDIA/DIA ".
           05 FILLER PIC X(007) VALUE "COBERT ".
           05 FILLER PIC X(006) VALUE "CLASSE".

       01 WS-LINHA-REL.
           05 WS-REL-PRODUTO   PIC X(007).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-DESCRICAO PIC X(020).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-FAMILIA   PIC X(004).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-SALDO     PIC -------9.
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-CUSTO     PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-VALOR     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-ULT-SAIDA PIC X(008).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-MEDIA     PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-COBERTURA PIC X(006).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-REL-CLASSE    PIC X(006).

       77 WS-REL-COBERTURA-N PIC ZZZZZ9.

       01 WS-LINHA-FAM.
           05 FILLER           PIC X(008) VALUE "FAMILIA ".
           05 WS-LFA-CD        PIC X(004).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-LFA-DS        PIC X(014).
           05 FILLER           PIC X(007) VALUE " ATIVO ".
           05 WS-LFA-ATIVO     PIC ZZZZZZZ9.99.
           05 FILLER           PIC X(007) VALUE " LENTO ".
           05 WS-LFA-LENTO     PIC ZZZZZZZ9.99.
           05 FILLER           PIC X(008) VALUE " PARADO ".
           05 WS-LFA-PARADO    PIC ZZZZZZZ9.99.
           05 FILLER           PIC X(007) VALUE " TOTAL ".
           05 WS-LFA-TOTAL     PIC ZZZZZZZ9.99.

       01 WS-LINHA-QTD.
           05 FILLER           PIC X(017) VALUE "PRODUTOS  ATIVOS ".
           05 WS-LQT-ATIVO     PIC ZZZZ9.
           05 FILLER           PIC X(008) VALUE "  LENTOS".
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-LQT-LENTO     PIC ZZZZ9.
           05 FILLER           PIC X(009) VALUE "  PARADOS".
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-LQT-PARADO    PIC ZZZZ9.

       77 WS-LINHA-TITULO PIC X(100) VALUE SPACES.

       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_CUSTO.
       COPY CPY_ID_ARQ_FAMILIA.

       COPY CPY_LE_PARAMETRO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
      * DEPOSITO DO REGISTRO, ULTIMO CONSULTADO E A FILIAL DELE, E O
      * DEPOSITO PADRAO
       77 WS-CD-DEPOSITO-FIL PIC 9(003) VALUE ZEROS.
       77 WS-CD-DEPOSITO-ANT PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-DPA PIC 9(003) VALUE 1.
       77 WS-CD-DEPOSITO-PAD PIC 9(003) VALUE ZEROS.

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

       01 SS-TELA-FILTRO.
           05 LINE 02 COLUMN 2 VALUE "Dias sem venda p/ LENTO:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-DIAS-LENTO.
           05 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 LINE 03 COLUMN 2 VALUE "Dias sem venda p/ PARADO:".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-DIAS-PARADO.
           05 LINE 04 COLUMN 2 VALUE "Dias para a media de venda:".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-DIAS-MEDIA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PRODUTO
           END-IF
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-CUSTO
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-FAMILIA

           MOVE "GIRO-DIAS-LENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-LENTO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "GIRO-DIAS-PARADO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-PARADO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "GIRO-DIAS-MEDIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-MEDIA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PRODUTO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE 6 TO WS-NUML-CURR

           MOVE "RELATORIO DE GIRO DE ESTOQUE" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-TAB-FAM-QTD WS-TOTAIS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS
           DISPLAY SS-TELA-FILTRO
           ACCEPT SS-TELA-FILTRO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1900-CONFERE-FILIAL
           IF NOT FILIAL-VALIDA
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

      * MOVIMENTO SEM DEPOSITO E DO DEPOSITO PADRAO
           MOVE SPACES TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-PAD

           IF WS-DIAS-LENTO EQUAL ZEROS
               MOVE 60 TO WS-DIAS-LENTO
           END-IF
           IF WS-DIAS-PARADO NOT GREATER WS-DIAS-LENTO
               COMPUTE WS-DIAS-PARADO = WS-DIAS-LENTO * 3
                   ON SIZE ERROR
                       MOVE 999 TO WS-DIAS-PARADO
               END-COMPUTE
           END-IF
           IF WS-DIAS-MEDIA EQUAL ZEROS
               MOVE 90 TO WS-DIAS-MEDIA
           END-IF

           COMPUTE WS-DT-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
               - WS-DIAS-MEDIA)

           PERFORM 5000-ABRIR-ARQUIVOS

           IF NOT E-PRODUTO-ABERTO
               MOVE "CADASTRO DE PRODUTOS AUSENTE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE SPACES TO WNM-ARQ-SAIDA
               STRING "REL_GIRO_" DELIMITED BY SIZE
                      WS-DT-HOJE ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-SAIDA
               OPEN OUTPUT ARQ-SAIDA

               DISPLAY SS-CLS
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "GIRO DE ESTOQUE EM " DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                      " - LENTO " DELIMITED BY SIZE
                      WS-DIAS-LENTO DELIMITED BY SIZE
                      " DIAS, PARADO " DELIMITED BY SIZE
                      WS-DIAS-PARADO DELIMITED BY SIZE
                      " DIAS, MEDIA DE " DELIMITED BY SIZE
                      WS-DIAS-MEDIA DELIMITED BY SIZE
                      " DIAS" DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO

               MOVE WS-LINHA-CAB TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO

               PERFORM 2000-APURA-PRODUTOS
               PERFORM 2500-MOSTRA-FAMILIAS

               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL

               MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * VARRE OS PRODUTOS, APURA SALDO, CUSTO E SAIDAS E LISTA OS QUE
      * TEM SALDO OU VENDERAM NO PERIODO DA MEDIA
       2000-APURA-PRODUTOS SECTION.

           MOVE LOW-VALUES TO FS-PRO-KEY
           PERFORM 6000-LE-PROX-PRODUTO

           PERFORM UNTIL NOT FS-STAT-PRO-OK

               PERFORM 2100-SOMA-SALDO
               PERFORM 2200-APURA-SAIDAS

               IF WS-QT-SALDO NOT EQUAL ZEROS OR
                  WS-QT-VENDIDA GREATER ZEROS
                   PERFORM 2080-BUSCA-CUSTO
                   PERFORM 2300-CLASSIFICA
                   PERFORM 2400-LISTA-PRODUTO
                   PERFORM 6200-ACUMULA-FAMILIA
               END-IF

               PERFORM 6000-LE-PROX-PRODUTO
           END-PERFORM.

       2000-APURA-PRODUTOSX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO NA DATA DE HOJE
       2080-BUSCA-CUSTO SECTION.

           MOVE ZEROS TO WS-VL-CUSTO-UNIT

           IF E-CUSTO-ABERTO
               MOVE FS-PRO-CD-PRODUTO TO FS-CUS-CD-PRODUTO
               MOVE WS-DT-HOJE        TO FS-CUS-DT-VIGENCIA

               START ARQ-CUSTO KEY NOT GREATER FS-CUS-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-CUS
                   NOT INVALID KEY
                       READ ARQ-CUSTO NEXT
                           AT END MOVE 99 TO FS-STAT-CUS
                       END-READ
               END-START

               IF FS-STAT-CUS-OK AND
                  FS-CUS-CD-PRODUTO EQUAL FS-PRO-CD-PRODUTO AND
                  FS-CUS-DT-VIGENCIA NOT GREATER WS-DT-HOJE
                   MOVE FS-CUS-VL-CUSTO TO WS-VL-CUSTO-UNIT
               END-IF
           END-IF.

       2080-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * SOMA O SALDO DO PRODUTO EM TODOS OS DEPOSITOS (OU NOS DA
      * FILIAL PEDIDA)
       2100-SOMA-SALDO SECTION.

           MOVE ZEROS TO WS-QT-SALDO

           IF E-ESTOQUE-ABERTO
               MOVE FS-PRO-CD-PRODUTO TO FS-STQ-CD-PRODUTO
               MOVE ZEROS             TO FS-STQ-CD-DEPOSITO
               PERFORM 6100-LE-PROX-ESTOQUE

               PERFORM UNTIL NOT FS-STAT-STQ-OK OR
                         FS-STQ-CD-PRODUTO NOT EQUAL FS-PRO-CD-PRODUTO
                   MOVE FS-STQ-CD-DEPOSITO TO WS-CD-DEPOSITO-FIL
                   PERFORM 1960-FILIAL-DEPOSITO
                   IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       ADD FS-STQ-QT-SALDO TO WS-QT-SALDO
                   END-IF
                   PERFORM 6100-LE-PROX-ESTOQUE
               END-PERFORM
           END-IF.

       2100-SOMA-SALDOX. EXIT.

      * -----------------------------------
      * VARRE O KARDEX DO PRODUTO: DATA DA ULTIMA SAIDA E QUANTIDADE
      * VENDIDA DESDE O INICIO DO PERIODO DA MEDIA (A SAIDA DE
      * TRANSFERENCIA ENTRE DEPOSITOS NAO E VENDA)
       2200-APURA-SAIDAS SECTION.

           MOVE ZEROS TO WS-QT-VENDIDA WS-DT-ULT-SAIDA

           IF E-MOVIMENTO-ABERTO
               MOVE FS-PRO-CD-PRODUTO TO FS-MOV-CD-PRODUTO
               MOVE ZEROS             TO FS-MOV-DT-MOVIMENTO
                                         FS-MOV-HR-MOVIMENTO
                                         FS-MOV-NR-SEQUENCIA
               PERFORM 6300-LE-PROX-MOVIMENTO

               PERFORM UNTIL NOT FS-STAT-MOV-OK OR
                         FS-MOV-CD-PRODUTO NOT EQUAL FS-PRO-CD-PRODUTO
                   IF FS-MOV-CD-DEPOSITO IS NUMERIC AND
                      FS-MOV-CD-DEPOSITO GREATER ZEROS
                       MOVE FS-MOV-CD-DEPOSITO TO WS-CD-DEPOSITO-FIL
                   ELSE
                       MOVE WS-CD-DEPOSITO-PAD TO WS-CD-DEPOSITO-FIL
                   END-IF
                   PERFORM 1960-FILIAL-DEPOSITO
                   IF FS-MOV-SAIDA AND FS-MOV-CD-MOTIVO NOT EQUAL "TR"
                      AND WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       MOVE FS-MOV-DT-MOVIMENTO TO WS-DT-ULT-SAIDA
                       IF FS-MOV-DT-MOVIMENTO GREATER WS-DT-INICIO
                           IF FS-MOV-QT LESS ZEROS
                               COMPUTE WS-QT-VENDIDA =
                                   WS-QT-VENDIDA - FS-MOV-QT
                           ELSE
                               ADD FS-MOV-QT TO WS-QT-VENDIDA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 6300-LE-PROX-MOVIMENTO
               END-PERFORM
           END-IF

           COMPUTE WS-QT-MEDIA ROUNDED = WS-QT-VENDIDA / WS-DIAS-MEDIA.

       2200-APURA-SAIDASX. EXIT.

      * -----------------------------------
      * VALORIZA O SALDO, CALCULA A COBERTURA E CLASSIFICA O PRODUTO
      * PELOS DIAS DESDE A ULTIMA SAIDA
       2300-CLASSIFICA SECTION.

           MOVE ZEROS TO WS-VL-ESTOQUE WS-QT-COBERTURA

           IF WS-QT-SALDO GREATER ZEROS
               COMPUTE WS-VL-ESTOQUE = WS-QT-SALDO * WS-VL-CUSTO-UNIT
               IF WS-QT-MEDIA GREATER ZEROS
                   COMPUTE WS-QT-COBERTURA = WS-QT-SALDO / WS-QT-MEDIA
               END-IF
           END-IF

           IF WS-DT-ULT-SAIDA EQUAL ZEROS
               MOVE "P" TO WS-CLASSE
           ELSE
               COMPUTE WS-QT-DIAS-SEM =
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                 - FUNCTION INTEGER-OF-DATE(WS-DT-ULT-SAIDA)
               EVALUATE TRUE
                   WHEN WS-QT-DIAS-SEM NOT LESS WS-DIAS-PARADO
                       MOVE "P" TO WS-CLASSE
                   WHEN WS-QT-DIAS-SEM NOT LESS WS-DIAS-LENTO
                       MOVE "L" TO WS-CLASSE
                   WHEN OTHER
                       MOVE "A" TO WS-CLASSE
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN E-CLASSE-ATIVO
                   ADD 1 TO WS-TOT-QT-ATIVO
                   ADD WS-VL-ESTOQUE TO WS-TOT-VL-ATIVO
               WHEN E-CLASSE-LENTO
                   ADD 1 TO WS-TOT-QT-LENTO
                   ADD WS-VL-ESTOQUE TO WS-TOT-VL-LENTO
               WHEN OTHER
                   ADD 1 TO WS-TOT-QT-PARADO
                   ADD WS-VL-ESTOQUE TO WS-TOT-VL-PARADO
           END-EVALUATE.

       2300-CLASSIFICAX. EXIT.

      * -----------------------------------
      * MONTA E MOSTRA A LINHA DO PRODUTO
       2400-LISTA-PRODUTO SECTION.

           MOVE "????" TO WS-CD-FAMILIA-LIN
           IF FS-PRO-CD-FAMILIA NOT EQUAL SPACES
               MOVE FS-PRO-CD-FAMILIA TO WS-CD-FAMILIA-LIN
           END-IF

           MOVE FS-PRO-CD-PRODUTO TO WS-REL-PRODUTO
           MOVE FS-PRO-DS-PRODUTO TO WS-REL-DESCRICAO
           MOVE WS-CD-FAMILIA-LIN TO WS-REL-FAMILIA
           MOVE WS-QT-SALDO       TO WS-REL-SALDO
           MOVE WS-VL-CUSTO-UNIT  TO WS-REL-CUSTO
           MOVE WS-VL-ESTOQUE     TO WS-REL-VALOR
           MOVE WS-QT-MEDIA       TO WS-REL-MEDIA

           IF WS-DT-ULT-SAIDA EQUAL ZEROS
               MOVE "--------" TO WS-REL-ULT-SAIDA
           ELSE
               MOVE WS-DT-ULT-SAIDA TO WS-REL-ULT-SAIDA
           END-IF

           IF WS-QT-MEDIA EQUAL ZEROS
               MOVE "  ----" TO WS-REL-COBERTURA
           ELSE
               IF WS-QT-COBERTURA GREATER 999999
                   MOVE 999999 TO WS-QT-COBERTURA
               END-IF
               MOVE WS-QT-COBERTURA TO WS-REL-COBERTURA-N
               MOVE WS-REL-COBERTURA-N TO WS-REL-COBERTURA
           END-IF

           EVALUATE TRUE
               WHEN E-CLASSE-ATIVO
                   MOVE "ATIVO"  TO WS-REL-CLASSE
               WHEN E-CLASSE-LENTO
                   MOVE "LENTO"  TO WS-REL-CLASSE
               WHEN OTHER
                   MOVE "PARADO" TO WS-REL-CLASSE
           END-EVALUATE

           PERFORM 6500-MOSTRA-LINHA.

       2400-LISTA-PRODUTOX. EXIT.

      * -----------------------------------
      * MOSTRA O VALOR EM ESTOQUE POR FAMILIA E CLASSE E O TOTAL GERAL
       2500-MOSTRA-FAMILIAS SECTION.

           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO
           MOVE "VALOR EM ESTOQUE POR FAMILIA" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-FAM-QTD
               MOVE WS-FAM-CD(WS-TAB-IDX2) TO WS-LFA-CD
               MOVE SPACES TO WS-LFA-DS
               IF E-FAMILIA-ABERTO
                   MOVE WS-FAM-CD(WS-TAB-IDX2) TO FS-FAM-CD-FAMILIA
                   READ ARQ-FAMILIA
                   IF FS-STAT-FAM-OK
                       MOVE FS-FAM-DS-FAMILIA TO WS-LFA-DS
                   END-IF
               END-IF
               MOVE WS-FAM-VL-ATIVO(WS-TAB-IDX2)  TO WS-LFA-ATIVO
               MOVE WS-FAM-VL-LENTO(WS-TAB-IDX2)  TO WS-LFA-LENTO
               MOVE WS-FAM-VL-PARADO(WS-TAB-IDX2) TO WS-LFA-PARADO
               COMPUTE WS-LFA-TOTAL = WS-FAM-VL-ATIVO(WS-TAB-IDX2)
                                    + WS-FAM-VL-LENTO(WS-TAB-IDX2)
                                    + WS-FAM-VL-PARADO(WS-TAB-IDX2)
               MOVE WS-LINHA-FAM TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM

           MOVE "GERAL"          TO WS-LFA-CD
           MOVE SPACES           TO WS-LFA-DS
           MOVE WS-TOT-VL-ATIVO  TO WS-LFA-ATIVO
           MOVE WS-TOT-VL-LENTO  TO WS-LFA-LENTO
           MOVE WS-TOT-VL-PARADO TO WS-LFA-PARADO
           COMPUTE WS-LFA-TOTAL = WS-TOT-VL-ATIVO + WS-TOT-VL-LENTO
                                + WS-TOT-VL-PARADO
           MOVE WS-LINHA-FAM TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE WS-TOT-QT-ATIVO  TO WS-LQT-ATIVO
           MOVE WS-TOT-QT-LENTO  TO WS-LQT-LENTO
           MOVE WS-TOT-QT-PARADO TO WS-LQT-PARADO
           MOVE WS-LINHA-QTD TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO.

       2500-MOSTRA-FAMILIASX. EXIT.

      * -----------------------------------
      * ACUMULA O VALOR DO PRODUTO NA FAMILIA, NA COLUNA DA CLASSE
       6200-ACUMULA-FAMILIA SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-FAM-QTD OR E-ACHADO
               IF WS-FAM-CD(WS-TAB-IDX2) EQUAL WS-CD-FAMILIA-LIN
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS AND WS-TAB-FAM-QTD LESS 200
               ADD 1 TO WS-TAB-FAM-QTD
               MOVE WS-TAB-FAM-QTD TO WS-TAB-IDX
               MOVE WS-CD-FAMILIA-LIN TO WS-FAM-CD(WS-TAB-IDX)
               MOVE ZEROS TO WS-FAM-VL-ATIVO(WS-TAB-IDX)
                             WS-FAM-VL-LENTO(WS-TAB-IDX)
                             WS-FAM-VL-PARADO(WS-TAB-IDX)
           END-IF

           IF WS-TAB-IDX GREATER ZEROS
               EVALUATE TRUE
                   WHEN E-CLASSE-ATIVO
                       ADD WS-VL-ESTOQUE TO WS-FAM-VL-ATIVO(WS-TAB-IDX)
                   WHEN E-CLASSE-LENTO
                       ADD WS-VL-ESTOQUE TO WS-FAM-VL-LENTO(WS-TAB-IDX)
                   WHEN OTHER
                       ADD WS-VL-ESTOQUE
                         TO WS-FAM-VL-PARADO(WS-TAB-IDX)
               END-EVALUATE
           END-IF.

       6200-ACUMULA-FAMILIAX. EXIT.

      * -----------------------------------
      * MOSTRA UMA LINHA DE TITULO/TOTAL NA TELA E NO ARQUIVO
       6400-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 6 TO WS-NUML-CURR
           END-IF

           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       6400-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * MOSTRA UMA LINHA DE PRODUTO NA TELA E NO ARQUIVO
       6500-MOSTRA-LINHA SECTION.

           DISPLAY WS-LINHA-REL LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 6 TO WS-NUML-CURR
           END-IF

           MOVE WS-LINHA-REL TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       6500-MOSTRA-LINHAX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO RELATORIO
       5000-ABRIR-ARQUIVOS SECTION.

           MOVE 'N' TO WS-PRODUTO-ABERTO
           OPEN INPUT ARQ-PRODUTO
           IF FS-STAT-PRO-OK
               MOVE 'S' TO WS-PRODUTO-ABERTO
           END-IF

           MOVE 'N' TO WS-ESTOQUE-ABERTO
           OPEN INPUT ARQ-ESTOQUE
           IF FS-STAT-STQ-OK
               MOVE 'S' TO WS-ESTOQUE-ABERTO
           END-IF

           MOVE 'N' TO WS-MOVIMENTO-ABERTO
           OPEN INPUT ARQ-MOVESTOQUE
           IF FS-STAT-MOV-OK
               MOVE 'S' TO WS-MOVIMENTO-ABERTO
           END-IF

           MOVE 'N' TO WS-CUSTO-ABERTO
           OPEN INPUT ARQ-CUSTO
           IF FS-STAT-CUS-OK
               MOVE 'S' TO WS-CUSTO-ABERTO
           END-IF

           MOVE 'N' TO WS-FAMILIA-ABERTO
           OPEN INPUT ARQ-FAMILIA
           IF FS-STAT-FAM-OK
               MOVE 'S' TO WS-FAMILIA-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO PRODUTO PELA CHAVE
       6000-LE-PROX-PRODUTO SECTION.

           START ARQ-PRODUTO KEY > FS-PRO-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRO
               NOT INVALID KEY
                   READ ARQ-PRODUTO NEXT
                       AT END MOVE 99 TO FS-STAT-PRO
                   END-READ
           END-START.

       6000-LE-PROX-PRODUTOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO SALDO (PRODUTO + DEPOSITO) PELA CHAVE
       6100-LE-PROX-ESTOQUE SECTION.

           START ARQ-ESTOQUE KEY > FS-STQ-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-STQ
               NOT INVALID KEY
                   READ ARQ-ESTOQUE NEXT
                       AT END MOVE 99 TO FS-STAT-STQ
                   END-READ
           END-START.

       6100-LE-PROX-ESTOQUEX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO PELA CHAVE
       6300-LE-PROX-MOVIMENTO SECTION.

           START ARQ-MOVESTOQUE KEY > FS-MOV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-MOV
               NOT INVALID KEY
                   READ ARQ-MOVESTOQUE NEXT
                       AT END MOVE 99 TO FS-STAT-MOV
                   END-READ
           END-START.

       6300-LE-PROX-MOVIMENTOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO RELATORIO
       7000-FECHA-ARQUIVOS SECTION.

           IF E-PRODUTO-ABERTO
               CLOSE ARQ-PRODUTO
           END-IF

           IF E-ESTOQUE-ABERTO
               CLOSE ARQ-ESTOQUE
           END-IF

           IF E-MOVIMENTO-ABERTO
               CLOSE ARQ-MOVESTOQUE
           END-IF

           IF E-CUSTO-ABERTO
               CLOSE ARQ-CUSTO
           END-IF

           IF E-FAMILIA-ABERTO
               CLOSE ARQ-FAMILIA
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_GIRO" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "LENTO " WS-DIAS-LENTO " PARADO " WS-DIAS-PARADO
                  " MEDIA " WS-DIAS-MEDIA DELIMITED BY SIZE
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
      * FILIAL DONA DO DEPOSITO EM WS-CD-DEPOSITO-FIL; SO CONSULTA
      * QUANDO O DEPOSITO MUDA
       1960-FILIAL-DEPOSITO SECTION.

           MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
           IF E-TODAS-FILIAIS
               GO TO 1960-FILIAL-DEPOSITOX
           END-IF

           IF WS-CD-DEPOSITO-FIL NOT EQUAL WS-CD-DEPOSITO-ANT
               MOVE WS-CD-DEPOSITO-FIL TO WS-CD-DEPOSITO-ANT
               MOVE "D" TO LK-FIL-FUNCAO
               MOVE WS-CD-DEPOSITO-FIL TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-DPA
           END-IF

           MOVE WS-CD-FILIAL-DPA TO WS-CD-FILIAL-REG.

       1960-FILIAL-DEPOSITOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_GIRO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_GIRO.
