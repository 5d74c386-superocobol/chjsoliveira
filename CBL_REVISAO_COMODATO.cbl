      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Revisao Trimestral de Retorno dos Ativos de Comodato
      * Tectonics: cobc
      ******************************************************************
      * PARA CADA ATIVO EM CAMPO APURA O VOLUME FATURADO AO CLIENTE
      * DETENTOR DESDE A CHEGADA DO ATIVO (ULTIMA COLOCACAO OU
      * TRANSFERENCIA PARA ESSE CLIENTE EM ARQ-MOVATIVO; SEM
      * HISTORICO, A DATA DE AQUISICAO). SO CONTAM OS PEDIDOS DE
      * VENDA FATURADOS E OS PRODUTOS DAS FAMILIAS REFRIGERADAS DO
      * PARAMETRO ATIVO-FAMILIAS-REFRIG (CODIGOS SEPARADOS POR
      * VIRGULA; SEM O PARAMETRO CONTAM TODAS AS FAMILIAS). CLIENTE
      * COM MAIS DE UM ATIVO DIVIDE O VOLUME ENTRE ELES.
      * O VOLUME POR ATIVO E MEDIDO POR MES DE PERMANENCIA (30 DIAS)
      * E OS ATIVOS SAEM EM ORDEM DECRESCENTE DESSE VOLUME, COM A
      * IDADE (MESES DESDE A AQUISICAO), O VALOR DE REPOSICAO E O
      * RETORNO ANUAL (RECEITA ANUALIZADA / VALOR DE REPOSICAO).
      * ATIVO HA MAIS DE ATIVO-CARENCIA-DIAS (PADRAO 90) NO CLIENTE
      * E COM MENOS DE ATIVO-VOLUME-MIN-MES (PADRAO 50) UNIDADES POR
      * MES E MARCADO PARA RECOLHIMENTO E GERA ORDEM DE RECOLHIMENTO
      * EM ARQ-ORDRECOL PARA O VENDEDOR DO CLIENTE (UMA ORDEM
      * PENDENTE POR ATIVO), CONFIRMADA EM CBL_MENU_ATIVO QUANDO O
      * ATIVO VOLTA AO DEPOSITO. POR FIM LISTA OS CLIENTES ATIVOS SEM
      * ATIVO DE COMODATO QUE COMPRARAM PELO MENOS
      * ATIVO-VOLUME-CANDIDATO (PADRAO 150) UNIDADES REFRIGERADAS NOS
      * ULTIMOS 90 DIAS, CANDIDATOS A RECEBER UM ATIVO.
      * SAIDA EM REVISAO_COMODATO_<AAAAMMDD>.TXT; CHAMAVEL DO MENU DE
      * ATIVOS E EM MODO BATCH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REVISAO_COMODATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ATIVO ASSIGN TO DISK WID-ARQ-ATIVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ATV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ATV.

           SELECT ARQ-MOVATIVO ASSIGN TO DISK WID-ARQ-MOVATIVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MVA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MVA.

           SELECT ARQ-ORDRECOL ASSIGN TO DISK WID-ARQ-ORDRECOL
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ORR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ORR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-REVISAO ASSIGN TO WNM-ARQ-REVISAO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-RVS.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ATIVO.

       COPY FS-ARQ-ATIVO.

       FD ARQ-MOVATIVO.

       COPY FS-ARQ-MOVATIVO.

       FD ARQ-ORDRECOL.

       COPY FS-ARQ-ORDRECOL.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-REVISAO.
       01 ARQ-REVISAO-REC PIC X(120).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-TP-LINHA        PIC 9(001).
           05 SD-QT-VOLUME       PIC 9(009)V99.
           05 SD-TAB-IDX         PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-ATV PIC 9(02).
           88 FS-STAT-ATV-OK         VALUE 00.
           88 FS-STAT-ATV-NAO-EXISTE VALUE 35.

       77 FS-STAT-MVA PIC 9(02).
           88 FS-STAT-MVA-OK         VALUE 00.
           88 FS-STAT-MVA-NAO-EXISTE VALUE 35.

       77 FS-STAT-ORR PIC 9(02).
           88 FS-STAT-ORR-OK         VALUE 00.
           88 FS-STAT-ORR-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-RVS PIC 9(02).
           88 FS-STAT-RVS-OK         VALUE 00.

       77 WNM-ARQ-REVISAO PIC X(50) VALUE SPACES.

       77 WS-MOVATIVO-ABERTO PIC X VALUE 'N'.
           88 E-MOVATIVO-ABERTO VALUE 'S'.

       77 WS-ITEM-ABERTO PIC X VALUE 'N'.
           88 E-ITEM-ABERTO VALUE 'S'.

       77 WS-PRODUTO-ABERTO PIC X VALUE 'N'.
           88 E-PRODUTO-ABERTO VALUE 'S'.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-MODO-BATCH PIC X(01) VALUE 'N'.
           88 E-MODO-BATCH VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE       PIC 9(008) VALUE ZEROS.
       77 WS-INT-HOJE      PIC 9(008) VALUE ZEROS.
       77 WS-DT-TRIMESTRE  PIC 9(008) VALUE ZEROS.
       77 WS-DT-MENOR      PIC 9(008) VALUE ZEROS.

       77 WS-DIAS-CARENCIA   PIC 9(004) VALUE 90.
       77 WS-VOLUME-MIN-MES  PIC 9(007) VALUE 50.
       77 WS-VOLUME-CANDIDATO PIC 9(007) VALUE 150.

      * FAMILIAS REFRIGERADAS DO PARAMETRO ATIVO-FAMILIAS-REFRIG
       01 WS-TAB-FAMILIA.
           05 WS-TAB-FAM-CD PIC X(004) OCCURS 10.
       77 WS-TAB-FAM-QTD PIC 9(002) VALUE ZEROS.
       77 WS-TAB-FAM-IDX PIC 9(002) VALUE ZEROS.
       77 WS-FAMILIA-REFRIG PIC X VALUE 'N'.
           88 E-FAMILIA-REFRIG VALUE 'S'.

      * ATIVOS EM CAMPO COM O VOLUME APURADO
       01 WS-TAB-ATV.
           05 WS-TAB-ATV-ITEM OCCURS 3000.
               10 WS-TAB-ATV-NR          PIC 9(007).
               10 WS-TAB-ATV-CD-CLIENTE  PIC 9(007).
               10 WS-TAB-ATV-CLI-IDX     PIC 9(005).
               10 WS-TAB-ATV-DT-AQUISICAO PIC 9(008).
               10 WS-TAB-ATV-DT-CHEGADA  PIC 9(008).
               10 WS-TAB-ATV-VL-REPOSICAO PIC 9(007)V99.
               10 WS-TAB-ATV-QT-VOLUME   PIC 9(009).
               10 WS-TAB-ATV-VL-RECEITA  PIC 9(011)V99.
               10 WS-TAB-ATV-QT-VOL-MES  PIC 9(009)V99.
               10 WS-TAB-ATV-PC-RETORNO  PIC 9(005)V99.
               10 WS-TAB-ATV-QT-IDADE    PIC 9(004).
               10 WS-TAB-ATV-IND-RECOLHE PIC X(001).
       77 WS-TAB-ATV-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-ATV-IDX PIC 9(005) VALUE ZEROS.

      * CLIENTES DETENTORES E COMPRADORES DO TRIMESTRE
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 10000.
               10 WS-TAB-CLI-CD          PIC 9(007).
               10 WS-TAB-CLI-QT-ATIVOS   PIC 9(003).
               10 WS-TAB-CLI-QT-TRIM     PIC 9(009).
       77 WS-TAB-CLI-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-ACH PIC 9(005) VALUE ZEROS.
       77 WS-CD-CLIENTE-TAB PIC 9(007) VALUE ZEROS.
       77 WS-CRIA-TAB PIC X VALUE 'N'.
           88 E-CRIA-TAB VALUE 'S'.
       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

       77 WS-QT-PEDIDO  PIC 9(009) VALUE ZEROS.
       77 WS-VL-PEDIDO  PIC 9(011)V99 VALUE ZEROS.
       77 WS-QT-DIAS    PIC 9(006) VALUE ZEROS.
       77 WS-QT-MESES   PIC 9(005)V99 VALUE ZEROS.
       77 WS-VL-ANUAL   PIC 9(011)V99 VALUE ZEROS.

       77 WS-FIM-SORT-FILE PIC X(01) VALUE 'N'.
       77 WS-TP-LINHA-ANT  PIC 9(001) VALUE ZEROS.
       77 WS-NR-POSICAO    PIC 9(005) VALUE ZEROS.
       77 WS-DS-SITUACAO   PIC X(020) VALUE SPACES.
       77 WS-ORDEM-PENDENTE PIC X VALUE 'N'.
           88 E-ORDEM-PENDENTE VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-ATIVOS      PIC 9(9) VALUE ZEROS.
           05 WQT-RECOLHER    PIC 9(9) VALUE ZEROS.
           05 WQT-ORDENS      PIC 9(9) VALUE ZEROS.
           05 WQT-CANDIDATOS  PIC 9(9) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(120) VALUE SPACES.

       01 WS-LINHA-ATIVO.
           05 WS-LAT-POSICAO         PIC ZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-NR-ATIVO        PIC 9(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-CD-CLIENTE      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-NM-CLIENTE      PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-DT-CHEGADA      PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-QT-IDADE        PIC ZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-VL-REPOSICAO    PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-QT-VOLUME       PIC ZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-QT-VOL-MES      PIC ZZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-PC-RETORNO      PIC ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LAT-DS-SITUACAO     PIC X(20).

       01 WS-LINHA-CANDIDATO.
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WS-LCD-CD-CLIENTE      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LCD-NM-CLIENTE      PIC X(40).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LCD-CD-VENDEDOR     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LCD-QT-TRIM         PIC ZZZZZZZZ9.

       COPY CPY_ID_ARQ_ATIVO.
       COPY CPY_ID_ARQ_MOVATIVO.
       COPY CPY_ID_ARQ_ORDRECOL.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PRODUTO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

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

       01 SS-TELA-RESULTADO.
           05 LINE 10 COLUMN 03 VALUE "Ativos em Campo....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ATIVOS.
           05 LINE 11 COLUMN 03 VALUE "Para Recolhimento..:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-RECOLHER.
           05 LINE 12 COLUMN 03 VALUE "Ordens Geradas.....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ORDENS.
           05 LINE 13 COLUMN 03 VALUE "Clientes Candidatos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CANDIDATOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-ATIVO
           END-IF
           MOVE WNM-PATH-ATIVO TO WNM-PATH-MOVATIVO
           MOVE WNM-PATH-ATIVO TO WNM-PATH-ORDRECOL
           MOVE WNM-PATH-ATIVO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-ATIVO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-ATIVO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-ATIVO TO WNM-PATH-PRODUTO

           MOVE "ATIVO-CARENCIA-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-CARENCIA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "ATIVO-VOLUME-MIN-MES" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-VOLUME-MIN-MES =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "ATIVO-VOLUME-CANDIDATO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-VOLUME-CANDIDATO =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           PERFORM 2000-CARREGA-FAMILIAS

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ATIVO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "REVISAO DE RETORNO DO COMODATO" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-TAB-ATV-QTD WS-TAB-CLI-QTD
                         WS-NR-POSICAO LK-RETURN-CODE
           MOVE 'N' TO WS-TAB-CHEIA

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
           END-IF

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
           COMPUTE WS-DT-TRIMESTRE = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOJE - 90)

           MOVE SPACES TO WNM-ARQ-REVISAO
           STRING "REVISAO_COMODATO_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-REVISAO

           OPEN INPUT ARQ-ATIVO
           IF NOT FS-STAT-ATV-OK
               MOVE "REGISTRO DE ATIVOS NAO DISPONIVEL" TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 8000-ENCERRA-MENSAGEM
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 2100-CARREGA-ATIVOS
           PERFORM 2300-VARRE-PEDIDOS
           PERFORM 2500-CALCULA-RETORNO

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "REVISAO DE RETORNO DO COMODATO - " DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-REVISAO-REC
           WRITE ARQ-REVISAO-REC

           IF WS-TAB-FAM-QTD EQUAL ZEROS
               MOVE "ATENCAO: ATIVO-FAMILIAS-REFRIG NAO INFORMADO, TODAS
      -             " AS FAMILIAS CONTAM" TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
           END-IF

           MOVE ZEROS TO WS-TP-LINHA-ANT
           MOVE "N" TO WS-FIM-SORT-FILE
           SORT SORT-FILE
               ASCENDING KEY SD-TP-LINHA
               DESCENDING KEY SD-QT-VOLUME
               ASCENDING KEY SD-TAB-IDX
               INPUT PROCEDURE 3000-SORT-INPUT
               OUTPUT PROCEDURE 3100-SORT-OUTPUT

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "ATIVOS " DELIMITED BY SIZE
                  WQT-ATIVOS DELIMITED BY SIZE
                  " RECOLHER " DELIMITED BY SIZE
                  WQT-RECOLHER DELIMITED BY SIZE
                  " ORDENS " DELIMITED BY SIZE
                  WQT-ORDENS DELIMITED BY SIZE
                  " CANDIDATOS " DELIMITED BY SIZE
                  WQT-CANDIDATOS DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-REVISAO-REC
           WRITE ARQ-REVISAO-REC

           IF E-TAB-CHEIA
               MOVE "ATENCAO: TABELA CHEIA, REVISAO PARCIAL"
                 TO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
               MOVE 4 TO LK-RETURN-CODE
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           MOVE SPACES TO WS-MSGERRO
           STRING "COMODATO: " DELIMITED BY SIZE
                  WQT-RECOLHER DELIMITED BY SIZE
                  " A RECOLHER EM " DELIMITED BY SIZE
                  WNM-ARQ-REVISAO DELIMITED BY SPACE
             INTO WS-MSGERRO

           PERFORM 8000-ENCERRA-MENSAGEM

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * SEPARA A LISTA DE FAMILIAS REFRIGERADAS DO PARAMETRO
       2000-CARREGA-FAMILIAS SECTION.

           MOVE SPACES TO WS-TAB-FAMILIA
           MOVE ZEROS TO WS-TAB-FAM-QTD

           MOVE "ATIVO-FAMILIAS-REFRIG" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF NOT LK-PAR-RC-OK OR LK-PAR-VALOR EQUAL SPACES
               GO TO 2000-CARREGA-FAMILIASX
           END-IF

           UNSTRING LK-PAR-VALOR DELIMITED BY "," OR ";"
               INTO WS-TAB-FAM-CD(1) WS-TAB-FAM-CD(2)
                    WS-TAB-FAM-CD(3) WS-TAB-FAM-CD(4)
                    WS-TAB-FAM-CD(5) WS-TAB-FAM-CD(6)
                    WS-TAB-FAM-CD(7) WS-TAB-FAM-CD(8)
                    WS-TAB-FAM-CD(9) WS-TAB-FAM-CD(10)
           END-UNSTRING

           PERFORM VARYING WS-TAB-FAM-IDX FROM 1 BY 1
             UNTIL WS-TAB-FAM-IDX GREATER 10
               IF WS-TAB-FAM-CD(WS-TAB-FAM-IDX) NOT EQUAL SPACES
                   MOVE WS-TAB-FAM-IDX TO WS-TAB-FAM-QTD
               END-IF
           END-PERFORM.

       2000-CARREGA-FAMILIASX. EXIT.

      * -----------------------------------
      * CARREGA OS ATIVOS EM CAMPO, A DATA DE CHEGADA NO CLIENTE
      * DETENTOR E A QUANTIDADE DE ATIVOS DE CADA CLIENTE
       2100-CARREGA-ATIVOS SECTION.

           MOVE WS-DT-TRIMESTRE TO WS-DT-MENOR

           MOVE LOW-VALUES TO FS-ATV-KEY
           PERFORM 6000-LE-PROX-ATIVO

           PERFORM UNTIL NOT FS-STAT-ATV-OK

               IF FS-ATV-CD-CLIENTE GREATER ZEROS
                   IF WS-TAB-ATV-QTD LESS 3000
                       PERFORM 2150-GUARDA-ATIVO
                   ELSE
                       MOVE 'S' TO WS-TAB-CHEIA
                   END-IF
               END-IF

               PERFORM 6000-LE-PROX-ATIVO
           END-PERFORM.

       2100-CARREGA-ATIVOSX. EXIT.

      * -----------------------------------
      * GUARDA O ATIVO CORRENTE NA TABELA
       2150-GUARDA-ATIVO SECTION.

           ADD 1 TO WS-TAB-ATV-QTD
           ADD 1 TO WQT-ATIVOS
           MOVE WS-TAB-ATV-QTD TO WS-TAB-ATV-IDX

           MOVE FS-ATV-NR-ATIVO   TO WS-TAB-ATV-NR(WS-TAB-ATV-IDX)
           MOVE FS-ATV-CD-CLIENTE
             TO WS-TAB-ATV-CD-CLIENTE(WS-TAB-ATV-IDX)
           MOVE FS-ATV-DT-AQUISICAO
             TO WS-TAB-ATV-DT-AQUISICAO(WS-TAB-ATV-IDX)
           IF FS-ATV-VL-REPOSICAO NUMERIC
               MOVE FS-ATV-VL-REPOSICAO
                 TO WS-TAB-ATV-VL-REPOSICAO(WS-TAB-ATV-IDX)
           ELSE
               MOVE ZEROS TO WS-TAB-ATV-VL-REPOSICAO(WS-TAB-ATV-IDX)
           END-IF
           MOVE ZEROS TO WS-TAB-ATV-QT-VOLUME(WS-TAB-ATV-IDX)
                         WS-TAB-ATV-VL-RECEITA(WS-TAB-ATV-IDX)
                         WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX)
                         WS-TAB-ATV-PC-RETORNO(WS-TAB-ATV-IDX)
                         WS-TAB-ATV-QT-IDADE(WS-TAB-ATV-IDX)
           MOVE 'N' TO WS-TAB-ATV-IND-RECOLHE(WS-TAB-ATV-IDX)

           PERFORM 2200-BUSCA-CHEGADA
           IF WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX) LESS WS-DT-MENOR
               MOVE WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)
                 TO WS-DT-MENOR
           END-IF

           MOVE FS-ATV-CD-CLIENTE TO WS-CD-CLIENTE-TAB
           MOVE 'S' TO WS-CRIA-TAB
           PERFORM 6100-LOCALIZA-CLIENTE-TAB
           MOVE WS-TAB-CLI-ACH TO WS-TAB-ATV-CLI-IDX(WS-TAB-ATV-IDX)
           IF WS-TAB-CLI-ACH GREATER ZEROS
               ADD 1 TO WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH)
           END-IF.

       2150-GUARDA-ATIVOX. EXIT.

      * -----------------------------------
      * DATA DE CHEGADA = ULTIMA COLOCACAO OU TRANSFERENCIA DO ATIVO
      * PARA O CLIENTE DETENTOR; SEM HISTORICO, A AQUISICAO
       2200-BUSCA-CHEGADA SECTION.

           MOVE FS-ATV-DT-AQUISICAO
             TO WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)

           IF NOT E-MOVATIVO-ABERTO
               GO TO 2200-BUSCA-CHEGADAX
           END-IF

           MOVE FS-ATV-NR-ATIVO TO FS-MVA-NR-ATIVO
           MOVE ZEROS TO FS-MVA-DT-MOVIMENTO FS-MVA-HR-MOVIMENTO
           PERFORM 6050-LE-PROX-MOVIMENTO

           PERFORM UNTIL NOT FS-STAT-MVA-OK OR
                         FS-MVA-NR-ATIVO NOT EQUAL FS-ATV-NR-ATIVO
               IF (FS-MVA-COLOCADO OR FS-MVA-TRANSFERIDO) AND
                  FS-MVA-CD-CLIENTE EQUAL FS-ATV-CD-CLIENTE
                   MOVE FS-MVA-DT-MOVIMENTO
                     TO WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)
               END-IF
               PERFORM 6050-LE-PROX-MOVIMENTO
           END-PERFORM.

       2200-BUSCA-CHEGADAX. EXIT.

      * -----------------------------------
      * VARRE OS PEDIDOS DE VENDA FATURADOS DESDE A CHEGADA MAIS
      * ANTIGA E DISTRIBUI O VOLUME REFRIGERADO DE CADA UM AOS
      * ATIVOS DO CLIENTE E AO TRIMESTRE DO CLIENTE
       2300-VARRE-PEDIDOS SECTION.

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6200-LE-PROX-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               IF FS-PED-FATURADO AND FS-PED-TP-VENDA AND
                  FS-PED-DT-FATURAMENTO NOT LESS WS-DT-MENOR
                   PERFORM 2350-VOLUME-PEDIDO
                   IF WS-QT-PEDIDO GREATER ZEROS
                       PERFORM 2400-DISTRIBUI-VOLUME
                   END-IF
               END-IF

               PERFORM 6200-LE-PROX-PEDIDO
           END-PERFORM.

       2300-VARRE-PEDIDOSX. EXIT.

      * -----------------------------------
      * SOMA AS QUANTIDADES E VALORES DOS ITENS REFRIGERADOS DO
      * PEDIDO CORRENTE
       2350-VOLUME-PEDIDO SECTION.

           MOVE ZEROS TO WS-QT-PEDIDO WS-VL-PEDIDO

           IF NOT E-ITEM-ABERTO
               GO TO 2350-VOLUME-PEDIDOX
           END-IF

           MOVE FS-PED-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 6300-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL FS-PED-NR-PEDIDO
               PERFORM 2360-VERIFICA-FAMILIA
               IF E-FAMILIA-REFRIG
                   ADD FS-ITE-QT       TO WS-QT-PEDIDO
                   ADD FS-ITE-VL-TOTAL TO WS-VL-PEDIDO
               END-IF
               PERFORM 6300-LE-PROX-ITEM
           END-PERFORM.

       2350-VOLUME-PEDIDOX. EXIT.

      * -----------------------------------
      * O PRODUTO DO ITEM CORRENTE E DE FAMILIA REFRIGERADA?
       2360-VERIFICA-FAMILIA SECTION.

           IF WS-TAB-FAM-QTD EQUAL ZEROS
               MOVE 'S' TO WS-FAMILIA-REFRIG
               GO TO 2360-VERIFICA-FAMILIAX
           END-IF

           MOVE 'N' TO WS-FAMILIA-REFRIG

           IF NOT E-PRODUTO-ABERTO
               GO TO 2360-VERIFICA-FAMILIAX
           END-IF

           MOVE FS-ITE-CD-PRODUTO TO FS-PRO-CD-PRODUTO
           READ ARQ-PRODUTO
           IF NOT FS-STAT-PRO-OK
               GO TO 2360-VERIFICA-FAMILIAX
           END-IF

           PERFORM VARYING WS-TAB-FAM-IDX FROM 1 BY 1
             UNTIL WS-TAB-FAM-IDX GREATER WS-TAB-FAM-QTD OR
                   E-FAMILIA-REFRIG
               IF WS-TAB-FAM-CD(WS-TAB-FAM-IDX) EQUAL
                  FS-PRO-CD-FAMILIA
                   MOVE 'S' TO WS-FAMILIA-REFRIG
               END-IF
           END-PERFORM.

       2360-VERIFICA-FAMILIAX. EXIT.

      * -----------------------------------
      * SOMA O VOLUME DO PEDIDO AOS ATIVOS DO CLIENTE JA INSTALADOS
      * NA DATA DO FATURAMENTO E, DENTRO DO TRIMESTRE, AO CLIENTE
       2400-DISTRIBUI-VOLUME SECTION.

           MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-TAB
           IF FS-PED-DT-FATURAMENTO NOT LESS WS-DT-TRIMESTRE
               MOVE 'S' TO WS-CRIA-TAB
           ELSE
               MOVE 'N' TO WS-CRIA-TAB
           END-IF
           PERFORM 6100-LOCALIZA-CLIENTE-TAB

           IF WS-TAB-CLI-ACH EQUAL ZEROS
               GO TO 2400-DISTRIBUI-VOLUMEX
           END-IF

           IF FS-PED-DT-FATURAMENTO NOT LESS WS-DT-TRIMESTRE
               ADD WS-QT-PEDIDO TO WS-TAB-CLI-QT-TRIM(WS-TAB-CLI-ACH)
           END-IF

           IF WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH) EQUAL ZEROS
               GO TO 2400-DISTRIBUI-VOLUMEX
           END-IF

           PERFORM VARYING WS-TAB-ATV-IDX FROM 1 BY 1
             UNTIL WS-TAB-ATV-IDX GREATER WS-TAB-ATV-QTD
               IF WS-TAB-ATV-CLI-IDX(WS-TAB-ATV-IDX) EQUAL
                  WS-TAB-CLI-ACH AND
                  FS-PED-DT-FATURAMENTO NOT LESS
                  WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)
                   ADD WS-QT-PEDIDO
                     TO WS-TAB-ATV-QT-VOLUME(WS-TAB-ATV-IDX)
                   ADD WS-VL-PEDIDO
                     TO WS-TAB-ATV-VL-RECEITA(WS-TAB-ATV-IDX)
               END-IF
           END-PERFORM.

       2400-DISTRIBUI-VOLUMEX. EXIT.

      * -----------------------------------
      * VOLUME MENSAL POR ATIVO, IDADE, RETORNO ANUAL SOBRE O VALOR
      * DE REPOSICAO E MARCA DE RECOLHIMENTO
       2500-CALCULA-RETORNO SECTION.

           PERFORM VARYING WS-TAB-ATV-IDX FROM 1 BY 1
             UNTIL WS-TAB-ATV-IDX GREATER WS-TAB-ATV-QTD

               MOVE WS-TAB-ATV-CLI-IDX(WS-TAB-ATV-IDX)
                 TO WS-TAB-CLI-ACH
               IF WS-TAB-CLI-ACH GREATER ZEROS
                   IF WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH)
                      GREATER 1
                       DIVIDE WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH)
                         INTO WS-TAB-ATV-QT-VOLUME(WS-TAB-ATV-IDX)
                       DIVIDE WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH)
                         INTO WS-TAB-ATV-VL-RECEITA(WS-TAB-ATV-IDX)
                   END-IF
               END-IF

               IF WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX) GREATER ZEROS
                   COMPUTE WS-QT-DIAS = WS-INT-HOJE -
                       FUNCTION INTEGER-OF-DATE(
                           WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)) + 1
               ELSE
                   MOVE 9999 TO WS-QT-DIAS
               END-IF
               IF WS-QT-DIAS LESS 30
                   MOVE 30 TO WS-QT-DIAS
               END-IF
               COMPUTE WS-QT-MESES ROUNDED = WS-QT-DIAS / 30

               COMPUTE WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX) ROUNDED =
                   WS-TAB-ATV-QT-VOLUME(WS-TAB-ATV-IDX) / WS-QT-MESES

               IF WS-TAB-ATV-DT-AQUISICAO(WS-TAB-ATV-IDX)
                  GREATER ZEROS
                   COMPUTE WS-TAB-ATV-QT-IDADE(WS-TAB-ATV-IDX) =
                       (WS-INT-HOJE - FUNCTION INTEGER-OF-DATE(
                          WS-TAB-ATV-DT-AQUISICAO(WS-TAB-ATV-IDX)))
                       / 30
               END-IF

               IF WS-TAB-ATV-VL-REPOSICAO(WS-TAB-ATV-IDX) GREATER ZEROS
                   COMPUTE WS-VL-ANUAL ROUNDED =
                       WS-TAB-ATV-VL-RECEITA(WS-TAB-ATV-IDX) * 365
                       / WS-QT-DIAS
                   COMPUTE WS-TAB-ATV-PC-RETORNO(WS-TAB-ATV-IDX)
                       ROUNDED = WS-VL-ANUAL * 100
                       / WS-TAB-ATV-VL-REPOSICAO(WS-TAB-ATV-IDX)
                       ON SIZE ERROR
                           MOVE 99999.99
                             TO WS-TAB-ATV-PC-RETORNO(WS-TAB-ATV-IDX)
                   END-COMPUTE
               END-IF

               IF WS-QT-DIAS NOT LESS WS-DIAS-CARENCIA AND
                  WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX) LESS
                  WS-VOLUME-MIN-MES
                   MOVE 'S' TO WS-TAB-ATV-IND-RECOLHE(WS-TAB-ATV-IDX)
                   ADD 1 TO WQT-RECOLHER
               END-IF
           END-PERFORM.

       2500-CALCULA-RETORNOX. EXIT.

      * -----------------------------------
      * LIBERA OS ATIVOS (TIPO 1) E OS CLIENTES SEM ATIVO COM VOLUME
      * DE CANDIDATO NO TRIMESTRE (TIPO 2)
       3000-SORT-INPUT SECTION.

           PERFORM VARYING WS-TAB-ATV-IDX FROM 1 BY 1
             UNTIL WS-TAB-ATV-IDX GREATER WS-TAB-ATV-QTD
               MOVE 1 TO SD-TP-LINHA
               MOVE WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX)
                 TO SD-QT-VOLUME
               MOVE WS-TAB-ATV-IDX TO SD-TAB-IDX
               RELEASE SORT-RECORD
           END-PERFORM

           PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
             UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD
               IF WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-IDX) EQUAL ZEROS AND
                  WS-TAB-CLI-QT-TRIM(WS-TAB-CLI-IDX) NOT LESS
                  WS-VOLUME-CANDIDATO
                   MOVE 2 TO SD-TP-LINHA
                   MOVE WS-TAB-CLI-QT-TRIM(WS-TAB-CLI-IDX)
                     TO SD-QT-VOLUME
                   MOVE WS-TAB-CLI-IDX TO SD-TAB-IDX
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       3000-SORT-INPUTX. EXIT.

      * -----------------------------------
      * GRAVA O RANKING DOS ATIVOS E A LISTA DE CANDIDATOS
       3100-SORT-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               IF SD-TP-LINHA NOT EQUAL WS-TP-LINHA-ANT
                   PERFORM 3150-GRAVA-CABECALHO
               END-IF

               IF SD-TP-LINHA EQUAL 1
                   MOVE SD-TAB-IDX TO WS-TAB-ATV-IDX
                   PERFORM 3200-GRAVA-ATIVO
               ELSE
                   MOVE SD-TAB-IDX TO WS-TAB-CLI-IDX
                   PERFORM 3300-GRAVA-CANDIDATO
               END-IF

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN

           END-PERFORM.

       3100-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * CABECALHO DE CADA BLOCO DA REVISAO
       3150-GRAVA-CABECALHO SECTION.

           MOVE SD-TP-LINHA TO WS-TP-LINHA-ANT
           MOVE SPACES TO ARQ-REVISAO-REC
           WRITE ARQ-REVISAO-REC

           IF SD-TP-LINHA EQUAL 1
               MOVE "RANKING DOS ATIVOS POR VOLUME MENSAL (UNIDADES REFR
      -             "IGERADAS POR ATIVO)" TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "POS  ATIVO  CLIENTE NOME" DELIMITED BY SIZE
                      "                 CHEGADA  IDADE"
                          DELIMITED BY SIZE
                      "   VL REPOS   VOLUME   VOL/MES" DELIMITED BY SIZE
                      " RETORNO% SITUACAO" DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
           ELSE
               MOVE "CLIENTES SEM ATIVO CANDIDATOS A COMODATO (VOLUME DO
      -             "S ULTIMOS 90 DIAS)" TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
               MOVE "     CLIENTE NOME
      -             "             VENDEDOR    VOLUME" TO ARQ-REVISAO-REC
               WRITE ARQ-REVISAO-REC
           END-IF.

       3150-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * LINHA DO ATIVO NO RANKING; ATIVO MARCADO GERA A ORDEM DE
      * RECOLHIMENTO SE AINDA NAO HOUVER UMA PENDENTE
       3200-GRAVA-ATIVO SECTION.

           ADD 1 TO WS-NR-POSICAO

           MOVE SPACES TO WS-LAT-NM-CLIENTE
           MOVE ZEROS TO FS-CLI-CD-VENDEDOR
           MOVE WS-TAB-ATV-CD-CLIENTE(WS-TAB-ATV-IDX)
             TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-LAT-NM-CLIENTE
           ELSE
               MOVE ZEROS TO FS-CLI-CD-VENDEDOR
           END-IF

           MOVE SPACES TO WS-DS-SITUACAO
           IF WS-TAB-ATV-IND-RECOLHE(WS-TAB-ATV-IDX) EQUAL 'S'
               PERFORM 3250-GERA-ORDEM
           END-IF

           MOVE WS-NR-POSICAO TO WS-LAT-POSICAO
           MOVE WS-TAB-ATV-NR(WS-TAB-ATV-IDX) TO WS-LAT-NR-ATIVO
           MOVE WS-TAB-ATV-CD-CLIENTE(WS-TAB-ATV-IDX)
             TO WS-LAT-CD-CLIENTE
           MOVE WS-TAB-ATV-DT-CHEGADA(WS-TAB-ATV-IDX)
             TO WS-LAT-DT-CHEGADA
           MOVE WS-TAB-ATV-QT-IDADE(WS-TAB-ATV-IDX) TO WS-LAT-QT-IDADE
           MOVE WS-TAB-ATV-VL-REPOSICAO(WS-TAB-ATV-IDX)
             TO WS-LAT-VL-REPOSICAO
           MOVE WS-TAB-ATV-QT-VOLUME(WS-TAB-ATV-IDX)
             TO WS-LAT-QT-VOLUME
           MOVE WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX)
             TO WS-LAT-QT-VOL-MES
           MOVE WS-TAB-ATV-PC-RETORNO(WS-TAB-ATV-IDX)
             TO WS-LAT-PC-RETORNO
           MOVE WS-DS-SITUACAO TO WS-LAT-DS-SITUACAO

           MOVE WS-LINHA-ATIVO TO ARQ-REVISAO-REC
           WRITE ARQ-REVISAO-REC.

       3200-GRAVA-ATIVOX. EXIT.

      * -----------------------------------
      * GRAVA A ORDEM DE RECOLHIMENTO DO ATIVO PARA O VENDEDOR DO
      * CLIENTE, SALVO SE JA HOUVER ORDEM PENDENTE
       3250-GERA-ORDEM SECTION.

           MOVE 'N' TO WS-ORDEM-PENDENTE
           MOVE WS-TAB-ATV-NR(WS-TAB-ATV-IDX) TO FS-ORR-NR-ATIVO
           MOVE ZEROS TO FS-ORR-DT-EMISSAO
           PERFORM 6400-LE-PROX-ORDEM

           PERFORM UNTIL NOT FS-STAT-ORR-OK OR
                         FS-ORR-NR-ATIVO NOT EQUAL
                         WS-TAB-ATV-NR(WS-TAB-ATV-IDX)
               IF FS-ORR-PENDENTE
                   MOVE 'S' TO WS-ORDEM-PENDENTE
               END-IF
               PERFORM 6400-LE-PROX-ORDEM
           END-PERFORM

           IF E-ORDEM-PENDENTE
               MOVE "RECOLHER-ORDEM ABERTA" TO WS-DS-SITUACAO
               GO TO 3250-GERA-ORDEMX
           END-IF

           INITIALIZE ARQ-ORDRECOL-REC
           MOVE WS-TAB-ATV-NR(WS-TAB-ATV-IDX) TO FS-ORR-NR-ATIVO
           MOVE WS-DT-HOJE TO FS-ORR-DT-EMISSAO
           MOVE WS-TAB-ATV-CD-CLIENTE(WS-TAB-ATV-IDX)
             TO FS-ORR-CD-CLIENTE
           MOVE FS-CLI-CD-VENDEDOR TO FS-ORR-CD-VENDEDOR
           MOVE WS-TAB-ATV-QT-VOL-MES(WS-TAB-ATV-IDX)
             TO FS-ORR-QT-VOLUME-MES
           MOVE "P" TO FS-ORR-IND-SITUACAO
           MOVE WS-DT-HOJE TO FS-ORR-DT-SITUACAO

           WRITE ARQ-ORDRECOL-REC
               INVALID KEY
                   MOVE "RECOLHER-ORDEM DO DIA" TO WS-DS-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WQT-ORDENS
                   MOVE "RECOLHER-ORDEM GERADA" TO WS-DS-SITUACAO
           END-WRITE.

       3250-GERA-ORDEMX. EXIT.

      * -----------------------------------
      * LINHA DO CLIENTE CANDIDATO (SO CLIENTES ATIVOS)
       3300-GRAVA-CANDIDATO SECTION.

           MOVE WS-TAB-CLI-CD(WS-TAB-CLI-IDX) TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK OR FS-CLI-INATIVO OR
              FS-CLI-BLOQUEADO
               GO TO 3300-GRAVA-CANDIDATOX
           END-IF

           ADD 1 TO WQT-CANDIDATOS

           MOVE FS-CLI-CD-CLIENTE      TO WS-LCD-CD-CLIENTE
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-LCD-NM-CLIENTE
           MOVE FS-CLI-CD-VENDEDOR     TO WS-LCD-CD-VENDEDOR
           MOVE WS-TAB-CLI-QT-TRIM(WS-TAB-CLI-IDX) TO WS-LCD-QT-TRIM

           MOVE WS-LINHA-CANDIDATO TO ARQ-REVISAO-REC
           WRITE ARQ-REVISAO-REC.

       3300-GRAVA-CANDIDATOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA REVISAO; HISTORICO E ITENS OPCIONAIS
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-CLIENTE

           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN INPUT ARQ-PEDIDO
           END-IF

           MOVE 'N' TO WS-MOVATIVO-ABERTO
           OPEN INPUT ARQ-MOVATIVO
           IF FS-STAT-MVA-OK
               MOVE 'S' TO WS-MOVATIVO-ABERTO
           END-IF

           MOVE 'N' TO WS-ITEM-ABERTO
           OPEN INPUT ARQ-PEDITEM
           IF FS-STAT-ITE-OK
               MOVE 'S' TO WS-ITEM-ABERTO
           END-IF

           MOVE 'N' TO WS-PRODUTO-ABERTO
           OPEN INPUT ARQ-PRODUTO
           IF FS-STAT-PRO-OK
               MOVE 'S' TO WS-PRODUTO-ABERTO
           END-IF

           OPEN I-O ARQ-ORDRECOL
           IF FS-STAT-ORR-NAO-EXISTE
               OPEN OUTPUT ARQ-ORDRECOL
               CLOSE ARQ-ORDRECOL
               OPEN I-O ARQ-ORDRECOL
           END-IF

           OPEN OUTPUT ARQ-REVISAO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO ATIVO PELA CHAVE
       6000-LE-PROX-ATIVO SECTION.

           START ARQ-ATIVO KEY > FS-ATV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ATV
               NOT INVALID KEY
                   READ ARQ-ATIVO NEXT
                       AT END MOVE 99 TO FS-STAT-ATV
                   END-READ
           END-START.

       6000-LE-PROX-ATIVOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO DE ATIVO PELA CHAVE
       6050-LE-PROX-MOVIMENTO SECTION.

           START ARQ-MOVATIVO KEY > FS-MVA-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-MVA
               NOT INVALID KEY
                   READ ARQ-MOVATIVO NEXT
                       AT END MOVE 99 TO FS-STAT-MVA
                   END-READ
           END-START.

       6050-LE-PROX-MOVIMENTOX. EXIT.

      * -----------------------------------
      * LOCALIZA A LINHA DO CLIENTE WS-CD-CLIENTE-TAB NA TABELA;
      * COM WS-CRIA-TAB LIGADO, ABRE A LINHA QUE NAO EXISTIR
       6100-LOCALIZA-CLIENTE-TAB SECTION.

           MOVE ZEROS TO WS-TAB-CLI-ACH

           PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
             UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD OR
                   WS-TAB-CLI-ACH GREATER ZEROS
               IF WS-TAB-CLI-CD(WS-TAB-CLI-IDX) EQUAL
                  WS-CD-CLIENTE-TAB
                   MOVE WS-TAB-CLI-IDX TO WS-TAB-CLI-ACH
               END-IF
           END-PERFORM

           IF WS-TAB-CLI-ACH EQUAL ZEROS AND E-CRIA-TAB
               IF WS-TAB-CLI-QTD LESS 10000
                   ADD 1 TO WS-TAB-CLI-QTD
                   MOVE WS-TAB-CLI-QTD TO WS-TAB-CLI-ACH
                   MOVE WS-CD-CLIENTE-TAB
                     TO WS-TAB-CLI-CD(WS-TAB-CLI-ACH)
                   MOVE ZEROS TO WS-TAB-CLI-QT-ATIVOS(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-QT-TRIM(WS-TAB-CLI-ACH)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF.

       6100-LOCALIZA-CLIENTE-TABX. EXIT.

      * -----------------------------------
      * LE O PROXIMO PEDIDO PELA CHAVE
       6200-LE-PROX-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PED
               NOT INVALID KEY
                   READ ARQ-PEDIDO NEXT
                       AT END MOVE 99 TO FS-STAT-PED
                   END-READ
           END-START.

       6200-LE-PROX-PEDIDOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE ITEM PELA CHAVE
       6300-LE-PROX-ITEM SECTION.

           START ARQ-PEDITEM KEY > FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START.

       6300-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * LE A PROXIMA ORDEM DE RECOLHIMENTO PELA CHAVE
       6400-LE-PROX-ORDEM SECTION.

           START ARQ-ORDRECOL KEY > FS-ORR-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ORR
               NOT INVALID KEY
                   READ ARQ-ORDRECOL NEXT
                       AT END MOVE 99 TO FS-STAT-ORR
                   END-READ
           END-START.

       6400-LE-PROX-ORDEMX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA REVISAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-ATIVO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ORDRECOL
           CLOSE ARQ-REVISAO

           IF E-MOVATIVO-ABERTO
               CLOSE ARQ-MOVATIVO
           END-IF
           IF E-ITEM-ABERTO
               CLOSE ARQ-PEDITEM
           END-IF
           IF E-PRODUTO-ABERTO
               CLOSE ARQ-PRODUTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA A MENSAGEM FINAL NO LOG E A MOSTRA (TELA OU BATCH)
       8000-ENCERRA-MENSAGEM SECTION.

           MOVE "CBL_REVISAO_COMODATO" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       8000-ENCERRA-MENSAGEMX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_REVISAO_COMODATO.
