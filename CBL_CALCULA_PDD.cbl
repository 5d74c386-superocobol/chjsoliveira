      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Provisao Mensal para Devedores Duvidosos (PDD)
      * Tectonics: cobc
      ******************************************************************
      * FECHAMENTO DO MES: CLASSIFICA CADA TITULO DE ARQ-RECEBER EM
      * ABERTO NA DATA-BASE (ULTIMO DIA DO MES, OU HOJE SE O MES
      * AINDA CORRE) PELOS DIAS DE ATRASO - MESMA CONTAGEM DO
      * RELATORIO DE CONTAS A RECEBER, COM O VENCIMENTO EM DIA NAO
      * UTIL ROLADO PARA O DIA UTIL SEGUINTE - NAS FAIXAS
      *   1 A VENCER  2 ATE 30  3 ATE 60  4 ATE 90
      *   5 ATE 180   6 ATE 360 7 ACIMA DE 360 DIAS
      * E APLICA O PERCENTUAL DA FAIXA, LIDO DOS PARAMETROS
      * PDD-PC-AVENCER, PDD-PC-ATE30, PDD-PC-ATE60, PDD-PC-ATE90,
      * PDD-PC-ATE180, PDD-PC-ATE360 E PDD-PC-ACIMA360. CONTA COMO
      * EM ABERTO NA DATA-BASE O TITULO EMITIDO ATE ELA QUE AINDA
      * ESTA ABERTO OU QUE FOI BAIXADO DEPOIS DELA; O RENEGOCIADO
      * SAI (O ACORDO GEROU TITULOS NOVOS).
      * O SALDO DA PROVISAO E COMPARADO AO DO MES ANTERIOR E A
      * DIFERENCA VIRA CONSTITUICAO (AUMENTO) OU REVERSAO (QUEDA),
      * GRAVADAS EM PDD.IDX; CBL_GERA_CONTABIL LANCA ESSE MOVIMENTO
      * NO ARQUIVO CONTABIL DO MES. PERIODO CONTABIL FECHADO EM
      * ARQ-PERIODO IMPEDE O CALCULO. O DEMONSTRATIVO POR CLIENTE
      * VAI PARA PDD_<AAAAMM>.TXT, REGISTRADO NO SPOOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CALCULA_PDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-PDD ASSIGN TO DISK WID-ARQ-PDD
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PDD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PDD.

           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRD.

           SELECT ARQ-DEMONSTRATIVO ASSIGN TO WNM-ARQ-DEMONSTRATIVO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DEM.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PDD.

       COPY FS-ARQ-PDD.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-DEMONSTRATIVO.
       01 ARQ-DEMONSTRATIVO-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PDD PIC 9(02).
           88 FS-STAT-PDD-OK         VALUE 00.
           88 FS-STAT-PDD-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRD PIC 9(02).
           88 FS-STAT-PRD-OK         VALUE 00.
           88 FS-STAT-PRD-NAO-EXISTE VALUE 35.

       77 FS-STAT-DEM PIC 9(02).
           88 FS-STAT-DEM-OK         VALUE 00.

       77 WNM-ARQ-DEMONSTRATIVO PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-MODO-BATCH PIC X(01) VALUE 'N'.
           88 E-MODO-BATCH VALUES ARE "S" "s".

       77 WS-PERIODO-OK PIC X VALUE 'S'.
           88 E-PERIODO-OK VALUE 'S'.

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-ANO-MES     PIC 9(006) VALUE ZEROS.
       77 WS-ANO-MES-ANT PIC 9(006) VALUE ZEROS.
       77 WS-DT-HOJE     PIC 9(008) VALUE ZEROS.
       77 WS-DT-BASE     PIC 9(008) VALUE ZEROS.
       77 WS-DT-PROX-MES PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(005) VALUE ZEROS.
       77 WS-FAIXA       PIC 9(001) VALUE ZEROS.

      * PERCENTUAIS DE PROVISAO POR FAIXA (PADRAO SE SEM PARAMETRO)
       01 WS-TAB-PC-FAIXA.
           05 WS-PC-FAIXA OCCURS 7 PIC 9(003)V99.
       01 WS-TAB-CHAVE-FAIXA.
           05 FILLER PIC X(015) VALUE "PDD-PC-AVENCER".
           05 FILLER PIC X(015) VALUE "PDD-PC-ATE30".
           05 FILLER PIC X(015) VALUE "PDD-PC-ATE60".
           05 FILLER PIC X(015) VALUE "PDD-PC-ATE90".
           05 FILLER PIC X(015) VALUE "PDD-PC-ATE180".
           05 FILLER PIC X(015) VALUE "PDD-PC-ATE360".
           05 FILLER PIC X(015) VALUE "PDD-PC-ACIMA360".
       01 WS-TAB-CHAVE-FAIXA-R REDEFINES WS-TAB-CHAVE-FAIXA.
           05 WS-CHAVE-FAIXA OCCURS 7 PIC X(015).

      * BASE E PROVISAO ACUMULADAS POR FAIXA
       01 WS-TAB-FAIXA.
           05 WS-FX-ITEM OCCURS 7.
               10 WS-FX-VL-BASE      PIC 9(013)V99.
               10 WS-FX-VL-PROVISAO  PIC 9(013)V99.
       01 WS-TAB-DS-FAIXA.
           05 FILLER PIC X(012) VALUE "A VENCER".
           05 FILLER PIC X(012) VALUE "ATE 30 DIAS".
           05 FILLER PIC X(012) VALUE "ATE 60 DIAS".
           05 FILLER PIC X(012) VALUE "ATE 90 DIAS".
           05 FILLER PIC X(012) VALUE "ATE 180 DIAS".
           05 FILLER PIC X(012) VALUE "ATE 360 DIAS".
           05 FILLER PIC X(012) VALUE "ACIMA 360".
       01 WS-TAB-DS-FAIXA-R REDEFINES WS-TAB-DS-FAIXA.
           05 WS-DS-FAIXA OCCURS 7 PIC X(012).

      * TITULOS EM ABERTO NA DATA-BASE ACUMULADOS POR CLIENTE
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 2000.
               10 WS-TAB-CLI-CD          PIC 9(007).
               10 WS-TAB-CLI-QT-TIT      PIC 9(005).
               10 WS-TAB-CLI-VL-ABERTO   PIC 9(013)V99.
               10 WS-TAB-CLI-VL-VENCIDO  PIC 9(013)V99.
               10 WS-TAB-CLI-MAIOR-ATR   PIC 9(005).
               10 WS-TAB-CLI-VL-PROVISAO PIC 9(013)V99.
       77 WS-TAB-CLI-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(004) VALUE ZEROS.
       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

       77 WS-VL-PROVISAO-TIT PIC 9(013)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-TITULOS       PIC 9(9) VALUE ZEROS.
           05 WQT-CLIENTES      PIC 9(9) VALUE ZEROS.
           05 WQT-VL-ABERTO     PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-SALDO      PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-SALDO-ANT  PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-MOVIMENTO  PIC 9(013)V99 VALUE ZEROS.
       77 WS-DS-MOVIMENTO PIC X(012) VALUE SPACES.

       01 WS-LINHA-DEM PIC X(100).
       77 WS-ED-VALOR      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-VALOR2     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-PC         PIC ZZ9.99.
       77 WS-ED-QT         PIC ZZZZ9.

       01 WS-LINHA-CLIENTE.
           05 WS-LIN-CD          PIC 9(007).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-NOME        PIC X(025).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-QT          PIC ZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-VL-ABERTO   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-VL-VENCIDO  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-MAIOR-ATR   PIC ZZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-LIN-VL-PROVISAO PIC ZZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PDD.
       COPY CPY_ID_ARQ_PERIODO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_DIA_UTIL.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".

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
               10 LINE WS-NUML-ANT COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-PARAM.
           05 LINE 10 COLUMN 10 VALUE
              "Periodo da Provisao (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(006) USING WS-ANO-MES.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 10 VALUE "Titulos em Aberto:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-TITULOS.
           05 LINE 14 COLUMN 10 VALUE "Saldo da Provisao:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99 FROM WQT-VL-SALDO.
           05 LINE 15 COLUMN 07 VALUE "Saldo Mes Anterior:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
              FROM WQT-VL-SALDO-ANT.
           05 LINE 16 COLUMN 05 VALUE "Movimento do Periodo:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
              FROM WQT-VL-MOVIMENTO.
           05 COLUMN PLUS 2 PIC X(12) FROM WS-DS-MOVIMENTO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-RECEBER
           END-IF
           MOVE WNM-PATH-RECEBER TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-RECEBER TO WNM-PATH-PDD
           MOVE WNM-PATH-RECEBER TO WNM-PATH-PERIODO

           PERFORM 0100-LE-PERCENTUAIS

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-RECEBER.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "PROVISAO DEVEDORES DUVIDOSOS" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-TAB-CLI-QTD LK-RETURN-CODE
           MOVE ZEROS TO WS-TAB-FAIXA
           MOVE 'N'   TO WS-TAB-CHEIA

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF E-MODO-BATCH
               MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES
           ELSE
               MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES
               DISPLAY SS-CLS
               DISPLAY SS-TELA-PARAM
               ACCEPT SS-TELA-PARAM
           END-IF

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-ANO-MES EQUAL ZEROS
               PERFORM 9999-FINALIZA
           END-IF

           IF WS-ANO-MES(5:2) LESS 01 OR WS-ANO-MES(5:2) GREATER 12
               MOVE "PERIODO INVALIDO" TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 6560-VALIDA-PERIODO
           IF NOT E-PERIODO-OK
               MOVE "PERIODO CONTABIL FECHADO - PDD NAO RECALCULADA"
                 TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1000-MONTA-DATAS

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 2000-ACUMULA-TITULOS
           PERFORM 3000-APURA-MOVIMENTO
           PERFORM 4000-GRAVA-DEMONSTRATIVO
           PERFORM 7000-FECHA-ARQUIVOS

           IF E-TAB-CHEIA
               MOVE "ATENCAO: LIMITE DE 2000 CLIENTES NO DEMONSTRATIVO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           MOVE "PDD CALCULADA - REGERE O ARQUIVO CONTABIL DO MES"
             TO WS-MSGERRO
           IF E-MODO-BATCH
               PERFORM 9100-REGISTRA-MENSAGEM
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PERCENTUAIS DE PROVISAO POR FAIXA (AUSENTE = PADRAO)
       0100-LE-PERCENTUAIS SECTION.

           MOVE 0   TO WS-PC-FAIXA(1)
           MOVE 1   TO WS-PC-FAIXA(2)
           MOVE 3   TO WS-PC-FAIXA(3)
           MOVE 10  TO WS-PC-FAIXA(4)
           MOVE 30  TO WS-PC-FAIXA(5)
           MOVE 50  TO WS-PC-FAIXA(6)
           MOVE 100 TO WS-PC-FAIXA(7)

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 7
               MOVE WS-CHAVE-FAIXA(WS-FAIXA) TO LK-PAR-CHAVE
               CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
               IF LK-PAR-RC-OK
                   COMPUTE WS-PC-FAIXA(WS-FAIXA) =
                       FUNCTION NUMVAL(LK-PAR-VALOR)
               END-IF
               IF WS-PC-FAIXA(WS-FAIXA) GREATER 100
                   MOVE 100 TO WS-PC-FAIXA(WS-FAIXA)
               END-IF
           END-PERFORM.

       0100-LE-PERCENTUAISX. EXIT.

      * -----------------------------------
      * DATA-BASE = ULTIMO DIA DO MES (HOJE SE O MES AINDA CORRE),
      * MES ANTERIOR E NOME DO DEMONSTRATIVO
       1000-MONTA-DATAS SECTION.

           IF WS-ANO-MES(5:2) EQUAL 12
               COMPUTE WS-DT-PROX-MES =
                   (WS-ANO-MES + 89) * 100 + 1
           ELSE
               COMPUTE WS-DT-PROX-MES = (WS-ANO-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DT-BASE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-PROX-MES) - 1)
           IF WS-DT-BASE GREATER WS-DT-HOJE
               MOVE WS-DT-HOJE TO WS-DT-BASE
           END-IF

           IF WS-ANO-MES(5:2) EQUAL 01
               COMPUTE WS-ANO-MES-ANT = WS-ANO-MES - 89
           ELSE
               COMPUTE WS-ANO-MES-ANT = WS-ANO-MES - 1
           END-IF

           MOVE SPACES TO WNM-ARQ-DEMONSTRATIVO
           STRING "PDD_"     DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
             INTO WNM-ARQ-DEMONSTRATIVO.

       1000-MONTA-DATASX. EXIT.

      * -----------------------------------
      * VARRE OS TITULOS EM ABERTO NA DATA-BASE CLASSIFICANDO CADA
      * UM NA FAIXA DE ATRASO E PROVISIONANDO PELO PERCENTUAL DELA
       2000-ACUMULA-TITULOS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6000-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               IF FS-REC-DT-EMISSAO NOT GREATER WS-DT-BASE AND
                  (FS-REC-ABERTO OR
                   (FS-REC-BAIXADO AND
                    FS-REC-DT-PAGAMENTO GREATER WS-DT-BASE))
                   PERFORM 2100-CLASSIFICA-TITULO
               END-IF

               PERFORM 6000-LER-ARQ-RECEBER
           END-PERFORM.

       2000-ACUMULA-TITULOSX. EXIT.

      * -----------------------------------
      * FAIXA E PROVISAO DO TITULO CORRENTE
       2100-CLASSIFICA-TITULO SECTION.

      * TITULO LEGADO COM VENCIMENTO EM DIA NAO UTIL SO E ATRASO A
      * PARTIR DO DIA UTIL SEGUINTE
           MOVE "R" TO LK-DUT-FUNCAO
           MOVE FS-REC-DT-VENCIMENTO TO LK-DUT-DT-DATA
           MOVE SPACES TO LK-DUT-CD-REGIAO
           CALL 'CBL_DIA_UTIL' USING LK-DUT-PARAMETERS
           IF LK-DUT-RC NOT EQUAL ZEROS
               MOVE FS-REC-DT-VENCIMENTO TO LK-DUT-DT-UTIL
           END-IF

           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DT-BASE) -
               FUNCTION INTEGER-OF-DATE(LK-DUT-DT-UTIL)

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE 1 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   MOVE 2 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   MOVE 4 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 180
                   MOVE 5 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 360
                   MOVE 6 TO WS-FAIXA
               WHEN OTHER
                   MOVE 7 TO WS-FAIXA
           END-EVALUATE

           COMPUTE WS-VL-PROVISAO-TIT ROUNDED =
               FS-REC-VL-DOCUMENTO * WS-PC-FAIXA(WS-FAIXA) / 100

           ADD 1 TO WQT-TITULOS
           ADD FS-REC-VL-DOCUMENTO TO WQT-VL-ABERTO
           ADD FS-REC-VL-DOCUMENTO TO WS-FX-VL-BASE(WS-FAIXA)
           ADD WS-VL-PROVISAO-TIT  TO WS-FX-VL-PROVISAO(WS-FAIXA)
           ADD WS-VL-PROVISAO-TIT  TO WQT-VL-SALDO

           PERFORM 6100-ACUMULA-CLIENTE.

       2100-CLASSIFICA-TITULOX. EXIT.

      * -----------------------------------
      * COMPARA O SALDO COM O DO MES ANTERIOR E GRAVA A PROVISAO DO
      * PERIODO (RECALCULO NO MESMO MES SUBSTITUI O ANTERIOR)
       3000-APURA-MOVIMENTO SECTION.

           MOVE ZEROS TO WQT-VL-SALDO-ANT
           MOVE WS-ANO-MES-ANT TO FS-PDD-ANO-MES
           READ ARQ-PDD
           IF FS-STAT-PDD-OK
               MOVE FS-PDD-VL-SALDO TO WQT-VL-SALDO-ANT
           END-IF

           MOVE ZEROS TO FS-PDD-DADOS
           MOVE WS-ANO-MES TO FS-PDD-ANO-MES
           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 7
               MOVE WS-PC-FAIXA(WS-FAIXA) TO FS-PDD-PC-FAIXA(WS-FAIXA)
               MOVE WS-FX-VL-BASE(WS-FAIXA)
                 TO FS-PDD-VL-BASE(WS-FAIXA)
               MOVE WS-FX-VL-PROVISAO(WS-FAIXA)
                 TO FS-PDD-VL-PROVISAO(WS-FAIXA)
           END-PERFORM

           MOVE WS-DT-BASE TO FS-PDD-DT-BASE
           MOVE WS-DT-HOJE TO FS-PDD-DT-CALCULO
           MOVE WQT-VL-SALDO     TO FS-PDD-VL-SALDO
           MOVE WQT-VL-SALDO-ANT TO FS-PDD-VL-SALDO-ANT

           EVALUATE TRUE
               WHEN WQT-VL-SALDO GREATER WQT-VL-SALDO-ANT
                   MOVE "C" TO FS-PDD-IND-MOVIMENTO
                   COMPUTE WQT-VL-MOVIMENTO =
                       WQT-VL-SALDO - WQT-VL-SALDO-ANT
                   MOVE "CONSTITUICAO" TO WS-DS-MOVIMENTO
               WHEN WQT-VL-SALDO LESS WQT-VL-SALDO-ANT
                   MOVE "R" TO FS-PDD-IND-MOVIMENTO
                   COMPUTE WQT-VL-MOVIMENTO =
                       WQT-VL-SALDO-ANT - WQT-VL-SALDO
                   MOVE "REVERSAO" TO WS-DS-MOVIMENTO
               WHEN OTHER
                   MOVE SPACE TO FS-PDD-IND-MOVIMENTO
                   MOVE ZEROS TO WQT-VL-MOVIMENTO
                   MOVE "SEM MOVIMENTO" TO WS-DS-MOVIMENTO
           END-EVALUATE
           MOVE WQT-VL-MOVIMENTO TO FS-PDD-VL-MOVIMENTO

           WRITE ARQ-PDD-REC
               INVALID KEY
                   REWRITE ARQ-PDD-REC
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR A PROVISAO DO PERIODO"
                             TO WS-MSGERRO
                           MOVE 8 TO LK-RETURN-CODE
                           PERFORM 9000-MOSTRA-ERRO
                   END-REWRITE
           END-WRITE.

       3000-APURA-MOVIMENTOX. EXIT.


      * -----------------------------------
      * DEMONSTRATIVO: UMA LINHA POR CLIENTE, RESUMO POR FAIXA E O
      * MOVIMENTO CONTRA O MES ANTERIOR
       4000-GRAVA-DEMONSTRATIVO SECTION.

           MOVE SPACES TO WS-LINHA-DEM
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - PERIODO "
                    DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  "  DATA-BASE " DELIMITED BY SIZE
                  WS-DT-BASE DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE ALL "-" TO WS-LINHA-DEM(1:90)
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES           TO WS-LINHA-DEM
           MOVE "CLIENTE"        TO WS-LINHA-DEM(1:7)
           MOVE "NOME"           TO WS-LINHA-DEM(9:4)
           MOVE "  TIT"          TO WS-LINHA-DEM(35:5)
           MOVE "     EM ABERTO" TO WS-LINHA-DEM(41:14)
           MOVE "       VENCIDO" TO WS-LINHA-DEM(56:14)
           MOVE "ATRAS"          TO WS-LINHA-DEM(71:5)
           MOVE "      PROVISAO" TO WS-LINHA-DEM(77:14)
           PERFORM 6400-GRAVA-LINHA-DEM

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-CLI-QTD

               MOVE WS-TAB-CLI-CD(WS-TAB-IDX) TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF NOT FS-STAT-CLI-OK
                   MOVE SPACES TO FS-CLI-NM-RAZAO-SOCIAL
               END-IF

               MOVE WS-TAB-CLI-CD(WS-TAB-IDX)     TO WS-LIN-CD
               MOVE FS-CLI-NM-RAZAO-SOCIAL        TO WS-LIN-NOME
               MOVE WS-TAB-CLI-QT-TIT(WS-TAB-IDX) TO WS-LIN-QT
               MOVE WS-TAB-CLI-VL-ABERTO(WS-TAB-IDX)
                 TO WS-LIN-VL-ABERTO
               MOVE WS-TAB-CLI-VL-VENCIDO(WS-TAB-IDX)
                 TO WS-LIN-VL-VENCIDO
               MOVE WS-TAB-CLI-MAIOR-ATR(WS-TAB-IDX)
                 TO WS-LIN-MAIOR-ATR
               MOVE WS-TAB-CLI-VL-PROVISAO(WS-TAB-IDX)
                 TO WS-LIN-VL-PROVISAO
               MOVE WS-LINHA-CLIENTE TO WS-LINHA-DEM
               PERFORM 6400-GRAVA-LINHA-DEM
               ADD 1 TO WQT-CLIENTES
           END-PERFORM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE ALL "-" TO WS-LINHA-DEM(1:90)
           PERFORM 6400-GRAVA-LINHA-DEM

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 7
               MOVE SPACES TO WS-LINHA-DEM
               MOVE WS-FX-VL-BASE(WS-FAIXA)     TO WS-ED-VALOR
               MOVE WS-PC-FAIXA(WS-FAIXA)       TO WS-ED-PC
               MOVE WS-FX-VL-PROVISAO(WS-FAIXA) TO WS-ED-VALOR2
               STRING "FAIXA " DELIMITED BY SIZE
                      WS-DS-FAIXA(WS-FAIXA) DELIMITED BY SIZE
                      " BASE " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                      "  PERC " DELIMITED BY SIZE
                      WS-ED-PC DELIMITED BY SIZE
                      "%  PROVISAO " DELIMITED BY SIZE
                      WS-ED-VALOR2 DELIMITED BY SIZE
                 INTO WS-LINHA-DEM
               PERFORM 6400-GRAVA-LINHA-DEM
           END-PERFORM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WQT-VL-ABERTO TO WS-ED-VALOR
           MOVE WQT-VL-SALDO  TO WS-ED-VALOR2
           STRING "TOTAL EM ABERTO " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  SALDO DA PROVISAO " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WQT-VL-SALDO-ANT TO WS-ED-VALOR
           MOVE WQT-VL-MOVIMENTO TO WS-ED-VALOR2
           STRING "SALDO ANTERIOR " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  MOVIMENTO " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-MOVIMENTO DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       4000-GRAVA-DEMONSTRATIVOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO CALCULO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN INPUT ARQ-RECEBER
           END-IF

           OPEN INPUT ARQ-CLIENTE

           OPEN I-O ARQ-PDD
           IF FS-STAT-PDD-NAO-EXISTE
               OPEN OUTPUT ARQ-PDD
               CLOSE ARQ-PDD
               OPEN I-O ARQ-PDD
           END-IF

           OPEN OUTPUT ARQ-DEMONSTRATIVO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6000-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REC
               NOT INVALID KEY
                   READ ARQ-RECEBER NEXT
                       AT END MOVE 99 TO FS-STAT-REC
                   END-READ
           END-START.

       6000-LER-ARQ-RECEBERX. EXIT.

      * -----------------------------------
      * ACUMULA O TITULO NA LINHA DO CLIENTE NO DEMONSTRATIVO
       6100-ACUMULA-CLIENTE SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-CLI-QTD OR E-ACHADO
               IF WS-TAB-CLI-CD(WS-TAB-IDX2) EQUAL FS-REC-CD-CLIENTE
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS
               IF WS-TAB-CLI-QTD LESS 2000
                   ADD 1 TO WS-TAB-CLI-QTD
                   MOVE WS-TAB-CLI-QTD TO WS-TAB-IDX
                   MOVE FS-REC-CD-CLIENTE TO WS-TAB-CLI-CD(WS-TAB-IDX)
                   MOVE ZEROS TO WS-TAB-CLI-QT-TIT(WS-TAB-IDX)
                                 WS-TAB-CLI-VL-ABERTO(WS-TAB-IDX)
                                 WS-TAB-CLI-VL-VENCIDO(WS-TAB-IDX)
                                 WS-TAB-CLI-MAIOR-ATR(WS-TAB-IDX)
                                 WS-TAB-CLI-VL-PROVISAO(WS-TAB-IDX)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
                   GO TO 6100-ACUMULA-CLIENTEX
               END-IF
           END-IF

           ADD 1 TO WS-TAB-CLI-QT-TIT(WS-TAB-IDX)
           ADD FS-REC-VL-DOCUMENTO TO WS-TAB-CLI-VL-ABERTO(WS-TAB-IDX)
           ADD WS-VL-PROVISAO-TIT
             TO WS-TAB-CLI-VL-PROVISAO(WS-TAB-IDX)

           IF WS-DIAS-ATRASO GREATER ZEROS
               ADD FS-REC-VL-DOCUMENTO
                 TO WS-TAB-CLI-VL-VENCIDO(WS-TAB-IDX)
               IF WS-DIAS-ATRASO GREATER
                  WS-TAB-CLI-MAIOR-ATR(WS-TAB-IDX)
                   MOVE WS-DIAS-ATRASO
                     TO WS-TAB-CLI-MAIOR-ATR(WS-TAB-IDX)
               END-IF
           END-IF.

       6100-ACUMULA-CLIENTEX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NO ARQUIVO DO DEMONSTRATIVO
       6400-GRAVA-LINHA-DEM SECTION.

           MOVE WS-LINHA-DEM TO ARQ-DEMONSTRATIVO-REC
           WRITE ARQ-DEMONSTRATIVO-REC.

       6400-GRAVA-LINHA-DEMX. EXIT.

      * -----------------------------------
      * PERIODO CONTABIL FECHADO IMPEDE O CALCULO (SEM O ARQUIVO DE
      * PERIODOS OU SEM REGISTRO DO MES A CRITICA NAO SE APLICA)
       6560-VALIDA-PERIODO SECTION.

           MOVE 'S' TO WS-PERIODO-OK

           OPEN INPUT ARQ-PERIODO

           IF NOT FS-STAT-PRD-NAO-EXISTE
               MOVE WS-ANO-MES TO FS-PRD-ANO-MES
               READ ARQ-PERIODO
               IF FS-STAT-PRD-OK AND FS-PRD-FECHADO
                   MOVE 'N' TO WS-PERIODO-OK
               END-IF
               CLOSE ARQ-PERIODO
           END-IF.

       6560-VALIDA-PERIODOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO CALCULO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-RECEBER
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PDD
           CLOSE ARQ-DEMONSTRATIVO

           PERFORM 8500-REGISTRA-SPOOL.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O DEMONSTRATIVO NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "PDD" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE WS-ANO-MES TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-DEMONSTRATIVO TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           IF E-MODO-BATCH
               PERFORM 9100-REGISTRA-MENSAGEM
           ELSE
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               DISPLAY SS-STATUS
           END-IF.

       9000-MOSTRA-ERROX. EXIT.

      * -----------------------------------
      * GRAVA A MENSAGEM NO LOG E NO CONSOLE DO BATCH
       9100-REGISTRA-MENSAGEM SECTION.

           MOVE "CBL_CALCULA_PDD" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           DISPLAY WS-MSGERRO.

       9100-REGISTRA-MENSAGEMX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_CALCULA_PDD.
