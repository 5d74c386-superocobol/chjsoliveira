      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio de Prazos e Carteira de Pedidos
      * Tectonics: cobc
      ******************************************************************
      * DUAS PARTES, NA TELA E EM ARQUIVO REGISTRADO NO SPOOL:
      * 1) PRAZOS: PARA OS PEDIDOS DIGITADOS NO PERIODO INFORMADO,
      *    MEDIA E PIOR PRAZO EM DIAS DE CADA ETAPA (PEDIDO ATE O
      *    FATURAMENTO, FATURAMENTO ATE A ENTREGA E PEDIDO ATE A
      *    ENTREGA) POR VENDEDOR, POR REGIAO DO CLIENTE E POR MES DO
      *    PEDIDO. A DATA DA ENTREGA VEM DE ARQ-PEDETAPA, GRAVADA POR
      *    CBL_GRAVA_ETAPA QUANDO A ENTREGA E REGISTRADA.
      * 2) CARTEIRA: PEDIDOS ABERTOS, CONFIRMADOS E RETIDOS AINDA NAO
      *    FATURADOS, COM VALOR, IDADE EM DIAS, FAIXA DE IDADE E O
      *    MOTIVO DA PENDENCIA, NESTA ORDEM DE PRIORIDADE:
      *      RETIDO    - AGUARDA O SUPERVISOR (MOTIVO DA RETENCAO)
      *      CREDITO   - CLIENTE BLOQUEADO OU ACIMA DO LIMITE
      *      BACKORDER - PRODUTO DO PEDIDO COM BACKORDER PENDENTE
      *                  PARA O MESMO CLIENTE
      *      ESTOQUE   - SALDO DO DEPOSITO NAO COBRE A LINHA OU AS
      *                  RESERVAS DO PRODUTO
      *    SEM NENHUM DELES O PEDIDO APENAS AGUARDA O FATURAMENTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_PRAZO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ARQ-PEDETAPA ASSIGN TO DISK WID-ARQ-PEDETAPA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PET-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PET.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-BACKORDER ASSIGN TO DISK WID-ARQ-BACKORDER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-BCK-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BCK.

           SELECT ARQ-RETENCAO ASSIGN TO DISK WID-ARQ-RETENCAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RET-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RET.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-PEDETAPA.

       COPY FS-ARQ-PEDETAPA.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-BACKORDER.

       COPY FS-ARQ-BACKORDER.

       FD ARQ-RETENCAO.

       COPY FS-ARQ-RETENCAO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.
           88 FS-STAT-ITE-NAO-EXISTE VALUE 35.

       77 FS-STAT-PET PIC 9(02).
           88 FS-STAT-PET-OK         VALUE 00.
           88 FS-STAT-PET-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 FS-STAT-BCK PIC 9(02).
           88 FS-STAT-BCK-OK         VALUE 00.
           88 FS-STAT-BCK-NAO-EXISTE VALUE 35.

       77 FS-STAT-RET PIC 9(02).
           88 FS-STAT-RET-OK         VALUE 00.
           88 FS-STAT-RET-NAO-EXISTE VALUE 35.

       77 WS-PEDIDO-ABERTO PIC X VALUE 'N'.
           88 E-PEDIDO-ABERTO VALUE 'S'.
       77 WS-ITEM-ABERTO PIC X VALUE 'N'.
           88 E-ITEM-ABERTO VALUE 'S'.
       77 WS-ETAPA-ABERTO PIC X VALUE 'N'.
           88 E-ETAPA-ABERTO VALUE 'S'.
       77 WS-CLIENTE-ABERTO PIC X VALUE 'N'.
           88 E-CLIENTE-ABERTO VALUE 'S'.
       77 WS-ESTOQUE-ABERTO PIC X VALUE 'N'.
           88 E-ESTOQUE-ABERTO VALUE 'S'.
       77 WS-BACKORDER-ABERTO PIC X VALUE 'N'.
           88 E-BACKORDER-ABERTO VALUE 'S'.
       77 WS-RETENCAO-ABERTO PIC X VALUE 'N'.
           88 E-RETENCAO-ABERTO VALUE 'S'.

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
       77 WS-DT-FIM      PIC 9(008) VALUE ZEROS.

      * DATAS E PRAZOS DO PEDIDO CORRENTE (ETAPA 1 = PEDIDO ATE O
      * FATURAMENTO, 2 = FATURAMENTO ATE A ENTREGA, 3 = PEDIDO ATE A
      * ENTREGA)
       77 WS-DT-FAT      PIC 9(008) VALUE ZEROS.
       77 WS-DT-ENT      PIC 9(008) VALUE ZEROS.
       77 WS-DT-DE       PIC 9(008) VALUE ZEROS.
       77 WS-DT-ATE      PIC 9(008) VALUE ZEROS.
       77 WS-QT-DIAS     PIC S9(005) VALUE ZEROS.
       01 WS-PRAZOS.
           05 WS-PRZ-DIAS PIC S9(005) OCCURS 3.
       77 WS-ETP-IDX     PIC 9(001) VALUE ZEROS.

      * ACUMULADO DOS PRAZOS POR GRUPO: TIPO V (VENDEDOR), R (REGIAO
      * DO CLIENTE) OU M (ANO-MES DO PEDIDO)
       01 WS-TAB-GRP.
           05 WS-TAB-GRP-ITEM OCCURS 700.
               10 WS-GRP-TIPO PIC X(001).
               10 WS-GRP-CD   PIC X(007).
               10 WS-GRP-ETAPA OCCURS 3.
                   15 WS-GRP-QT   PIC 9(005).
                   15 WS-GRP-SOMA PIC 9(009).
                   15 WS-GRP-PIOR PIC 9(005).
       77 WS-TAB-GRP-QTD PIC 9(003) VALUE ZEROS.

       77 WS-GRP-TIPO-BUSCA PIC X(001) VALUE SPACES.
       77 WS-GRP-CD-BUSCA   PIC X(007) VALUE SPACES.

      * BACKORDERS PENDENTES (CLIENTE + PRODUTO), CARREGADOS UMA VEZ
       01 WS-TAB-BCK.
           05 WS-TAB-BCK-ITEM OCCURS 2000.
               10 WS-BCK-CD-CLIENTE PIC 9(007).
               10 WS-BCK-CD-PRODUTO PIC 9(007).
       77 WS-TAB-BCK-QTD PIC 9(004) VALUE ZEROS.
       77 WS-BCK-IDX     PIC 9(004) VALUE ZEROS.

       77 WS-TAB-IDX  PIC 9(003) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(003) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * CARTEIRA: PENDENCIA DO PEDIDO CORRENTE E TOTAIS POR FAIXA DE
      * IDADE (0-2, 3-7, 8-15, 16-30, MAIS DE 30 DIAS) E POR MOTIVO
       77 WS-CD-DEPOSITO-PED PIC 9(003) VALUE ZEROS.
       77 WS-CD-PRODUTO-PEND PIC 9(007) VALUE ZEROS.
       77 WS-DS-MOTIVO       PIC X(030) VALUE SPACES.
       77 WS-MOTIVO PIC 9(001) VALUE ZEROS.
           88 E-MOTIVO-RETIDO    VALUE 1.
           88 E-MOTIVO-CREDITO   VALUE 2.
           88 E-MOTIVO-BACKORDER VALUE 3.
           88 E-MOTIVO-ESTOQUE   VALUE 4.
           88 E-MOTIVO-NENHUM    VALUE 5.
       77 WS-FAIXA PIC 9(001) VALUE ZEROS.

       01 WS-TAB-FAIXA.
           05 WS-FAIXA-ITEM OCCURS 5.
               10 WS-FAIXA-QT PIC 9(005).
               10 WS-FAIXA-VL PIC 9(013)V99.
       01 WS-TAB-MOTIVO.
           05 WS-MOTIVO-ITEM OCCURS 5.
               10 WS-MOTIVO-QT PIC 9(005).
               10 WS-MOTIVO-VL PIC 9(013)V99.

       01 WS-TOTAIS.
           05 WS-TOT-QT-CARTEIRA PIC 9(005) VALUE ZEROS.
           05 WS-TOT-VL-CARTEIRA PIC 9(013)V99 VALUE ZEROS.

       01 WS-LINHA-CAB-PRZ1.
           05 FILLER PIC X(017) VALUE "GRUPO".
           05 FILLER PIC X(020) VALUE "PEDIDO->FATURAMENTO".
           05 FILLER PIC X(020) VALUE "FATURAM.->ENTREGA".
           05 FILLER PIC X(020) VALUE "PEDIDO->ENTREGA".

       01 WS-LINHA-CAB-PRZ2.
           05 FILLER PIC X(017) VALUE SPACES.
           05 FILLER PIC X(020) VALUE "  QTD  MEDIA  PIOR".
           05 FILLER PIC X(020) VALUE "  QTD  MEDIA  PIOR".
           05 FILLER PIC X(020) VALUE "  QTD  MEDIA  PIOR".

       01 WS-LINHA-GRP.
           05 WS-LGR-ROTULO PIC X(009).
           05 WS-LGR-CD     PIC X(007).
           05 FILLER        PIC X(001).
           05 WS-LGR-ETAPA OCCURS 3.
               10 WS-LGR-QT   PIC ZZZZ9.
               10 FILLER      PIC X(001).
               10 WS-LGR-MED  PIC ZZZ9.9.
               10 FILLER      PIC X(001).
               10 WS-LGR-PIOR PIC ZZZZ9.
               10 FILLER      PIC X(002).

       01 WS-LINHA-CAB-CAR.
           05 FILLER PIC X(008) VALUE "PEDIDO".
           05 FILLER PIC X(008) VALUE "CLIENTE".
           05 FILLER PIC X(002) VALUE "S".
           05 FILLER PIC X(009) VALUE "DT.PED".
           05 FILLER PIC X(006) VALUE " DIAS".
           05 FILLER PIC X(014) VALUE "        VALOR".
           05 FILLER PIC X(030) VALUE "MOTIVO DA PENDENCIA".

       01 WS-LINHA-CAR.
           05 WS-LCA-PEDIDO  PIC 9(007).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-CLIENTE PIC 9(007).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-SIT     PIC X(001).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-DT      PIC 9(008).
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-DIAS    PIC ZZZZ9.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-VALOR   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(001) VALUE SPACES.
           05 WS-LCA-MOTIVO  PIC X(030).

       01 WS-LINHA-RES.
           05 WS-LRS-ROTULO  PIC X(024).
           05 FILLER         PIC X(009) VALUE " PEDIDOS ".
           05 WS-LRS-QT      PIC ZZZZ9.
           05 FILLER         PIC X(007) VALUE " VALOR ".
           05 WS-LRS-VL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       77 WS-LINHA-TITULO PIC X(100) VALUE SPACES.

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PEDETAPA.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_BACKORDER.
       COPY CPY_ID_ARQ_RETENCAO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DEPOSITO_REGIAO.

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

       01 SS-TELA-FILTRO.
           05 LINE 02 COLUMN 2 VALUE "Pedidos de (AAAAMMDD):".
           05 COLUMN PLUS 3 PIC 9(08) USING WS-DT-INICIO.
           05 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 LINE 03 COLUMN 2 VALUE "Pedidos ate (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.
           05 LINE 04 COLUMN 2 VALUE "Carteira em aberto apurada hoje".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PEDIDO
           END-IF
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PEDETAPA
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-BACKORDER
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-RETENCAO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE 6 TO WS-NUML-CURR

           MOVE "RELATORIO DE PRAZOS E CARTEIRA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-TAB-GRP-QTD WS-TAB-BCK-QTD WS-TOTAIS
           INITIALIZE WS-TAB-FAIXA WS-TAB-MOTIVO

      * PADRAO: PEDIDOS DOS ULTIMOS 90 DIAS
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-FIM
           COMPUTE WS-DT-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - 90)

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

           IF WS-DT-FIM EQUAL ZEROS
               MOVE WS-DT-HOJE TO WS-DT-FIM
           END-IF

           IF WS-DT-INICIO GREATER WS-DT-FIM
               MOVE "PERIODO INVALIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           IF NOT E-PEDIDO-ABERTO
               MOVE "SEM PEDIDOS PARA APURAR" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE SPACES TO WNM-ARQ-SAIDA
               STRING "REL_PRAZO_" DELIMITED BY SIZE
                      WS-DT-HOJE ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-SAIDA
               OPEN OUTPUT ARQ-SAIDA

               DISPLAY SS-CLS

               PERFORM 2000-CARREGA-BACKORDERS
               PERFORM 2100-APURA-PEDIDOS
               PERFORM 2500-MOSTRA-PRAZOS
               PERFORM 2600-MOSTRA-RESUMO-CARTEIRA

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
      * CARREGA OS BACKORDERS PENDENTES (CLIENTE + PRODUTO) NA TABELA
       2000-CARREGA-BACKORDERS SECTION.

           IF NOT E-BACKORDER-ABERTO
               GO TO 2000-CARREGA-BACKORDERSX
           END-IF

           MOVE LOW-VALUES TO FS-BCK-KEY
           PERFORM 6300-LE-PROX-BACKORDER

           PERFORM UNTIL NOT FS-STAT-BCK-OK

               IF FS-BCK-PENDENTE AND WS-TAB-BCK-QTD LESS 2000
                   ADD 1 TO WS-TAB-BCK-QTD
                   MOVE FS-BCK-CD-CLIENTE
                     TO WS-BCK-CD-CLIENTE(WS-TAB-BCK-QTD)
                   MOVE FS-BCK-CD-PRODUTO
                     TO WS-BCK-CD-PRODUTO(WS-TAB-BCK-QTD)
               END-IF

               PERFORM 6300-LE-PROX-BACKORDER
           END-PERFORM.

       2000-CARREGA-BACKORDERSX. EXIT.

      * -----------------------------------
      * VARRE OS PEDIDOS: OS DIGITADOS NO PERIODO ENTRAM NOS PRAZOS E
      * OS AINDA NAO FATURADOS ENTRAM NA CARTEIRA
       2100-APURA-PEDIDOS SECTION.

           MOVE "CARTEIRA DE PEDIDOS NAO FATURADOS EM " TO
             WS-LINHA-TITULO
           MOVE WS-DT-HOJE TO WS-LINHA-TITULO(38:8)
           PERFORM 6400-MOSTRA-TITULO

           MOVE WS-LINHA-CAB-CAR TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6000-LE-PROX-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               PERFORM 6050-LE-CLIENTE
               PERFORM 1920-FILIAL-PEDIDO

               IF E-TODAS-FILIAIS OR
                  WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL

                   IF NOT FS-PED-CANCELADO AND
                      FS-PED-DT-PEDIDO NOT LESS WS-DT-INICIO AND
                      FS-PED-DT-PEDIDO NOT GREATER WS-DT-FIM
                       PERFORM 2200-APURA-PRAZOS
                   END-IF

                   IF FS-PED-ABERTO OR FS-PED-CONFIRMADO OR
                      FS-PED-RETIDO
                       PERFORM 2300-APURA-CARTEIRA
                   END-IF
               END-IF

               PERFORM 6000-LE-PROX-PEDIDO
           END-PERFORM.

       2100-APURA-PEDIDOSX. EXIT.

      * -----------------------------------
      * CALCULA OS PRAZOS DE CADA ETAPA DO PEDIDO CORRENTE E ACUMULA
      * NO VENDEDOR, NA REGIAO E NO MES
       2200-APURA-PRAZOS SECTION.

           MOVE ZEROS TO WS-DT-FAT WS-DT-ENT
           MOVE -1 TO WS-PRZ-DIAS(1) WS-PRZ-DIAS(2) WS-PRZ-DIAS(3)

           IF FS-PED-FATURADO
               MOVE FS-PED-DT-FATURAMENTO TO WS-DT-FAT
           END-IF

           IF E-ETAPA-ABERTO
               MOVE FS-PED-NR-PEDIDO TO FS-PET-NR-PEDIDO
               READ ARQ-PEDETAPA
               IF FS-STAT-PET-OK
                   MOVE FS-PET-DT-ENTREGA TO WS-DT-ENT
                   IF WS-DT-FAT EQUAL ZEROS
                       MOVE FS-PET-DT-FATURAMENTO TO WS-DT-FAT
                   END-IF
               END-IF
           END-IF

           MOVE FS-PED-DT-PEDIDO TO WS-DT-DE
           MOVE WS-DT-FAT TO WS-DT-ATE
           PERFORM 6600-CALCULA-DIAS
           MOVE WS-QT-DIAS TO WS-PRZ-DIAS(1)

           MOVE WS-DT-FAT TO WS-DT-DE
           MOVE WS-DT-ENT TO WS-DT-ATE
           PERFORM 6600-CALCULA-DIAS
           MOVE WS-QT-DIAS TO WS-PRZ-DIAS(2)

           MOVE FS-PED-DT-PEDIDO TO WS-DT-DE
           MOVE WS-DT-ENT TO WS-DT-ATE
           PERFORM 6600-CALCULA-DIAS
           MOVE WS-QT-DIAS TO WS-PRZ-DIAS(3)

           IF WS-PRZ-DIAS(1) LESS ZEROS AND
              WS-PRZ-DIAS(2) LESS ZEROS AND
              WS-PRZ-DIAS(3) LESS ZEROS
               GO TO 2200-APURA-PRAZOSX
           END-IF

           MOVE "V" TO WS-GRP-TIPO-BUSCA
           MOVE FS-PED-CD-VENDEDOR TO WS-GRP-CD-BUSCA
           PERFORM 6200-ACUMULA-GRUPO

           MOVE "R" TO WS-GRP-TIPO-BUSCA
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-CD-REGIAO TO WS-GRP-CD-BUSCA
           ELSE
               MOVE SPACES TO WS-GRP-CD-BUSCA
           END-IF
           PERFORM 6200-ACUMULA-GRUPO

           MOVE "M" TO WS-GRP-TIPO-BUSCA
           MOVE FS-PED-DT-PEDIDO(1:6) TO WS-GRP-CD-BUSCA
           PERFORM 6200-ACUMULA-GRUPO.

       2200-APURA-PRAZOSX. EXIT.

      * -----------------------------------
      * CLASSIFICA O PEDIDO EM ABERTO PELA IDADE E PELO MOTIVO DA
      * PENDENCIA, LISTA E ACUMULA NOS TOTAIS DA CARTEIRA
       2300-APURA-CARTEIRA SECTION.

           MOVE FS-PED-DT-PEDIDO TO WS-DT-DE
           MOVE WS-DT-HOJE TO WS-DT-ATE
           PERFORM 6600-CALCULA-DIAS
           IF WS-QT-DIAS LESS ZEROS
               MOVE ZEROS TO WS-QT-DIAS
           END-IF

           EVALUATE TRUE
               WHEN WS-QT-DIAS NOT GREATER 2
                   MOVE 1 TO WS-FAIXA
               WHEN WS-QT-DIAS NOT GREATER 7
                   MOVE 2 TO WS-FAIXA
               WHEN WS-QT-DIAS NOT GREATER 15
                   MOVE 3 TO WS-FAIXA
               WHEN WS-QT-DIAS NOT GREATER 30
                   MOVE 4 TO WS-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-FAIXA
           END-EVALUATE

           PERFORM 2350-MOTIVO-PENDENCIA

           ADD 1 TO WS-FAIXA-QT(WS-FAIXA) WS-MOTIVO-QT(WS-MOTIVO)
                    WS-TOT-QT-CARTEIRA
           ADD FS-PED-VL-TOTAL TO WS-FAIXA-VL(WS-FAIXA)
                                  WS-MOTIVO-VL(WS-MOTIVO)
                                  WS-TOT-VL-CARTEIRA

           MOVE FS-PED-NR-PEDIDO    TO WS-LCA-PEDIDO
           MOVE FS-PED-CD-CLIENTE   TO WS-LCA-CLIENTE
           MOVE FS-PED-IND-SITUACAO TO WS-LCA-SIT
           MOVE FS-PED-DT-PEDIDO    TO WS-LCA-DT
           MOVE WS-QT-DIAS          TO WS-LCA-DIAS
           MOVE FS-PED-VL-TOTAL     TO WS-LCA-VALOR
           MOVE WS-DS-MOTIVO        TO WS-LCA-MOTIVO
           MOVE WS-LINHA-CAR TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO.

       2300-APURA-CARTEIRAX. EXIT.

      * -----------------------------------
      * DETERMINA O MOTIVO DA PENDENCIA DO PEDIDO EM ABERTO
       2350-MOTIVO-PENDENCIA SECTION.

           MOVE SPACES TO WS-DS-MOTIVO

           IF FS-PED-RETIDO
               MOVE 1 TO WS-MOTIVO
               MOVE "RETIDO" TO WS-DS-MOTIVO
               IF E-RETENCAO-ABERTO
                   MOVE FS-PED-NR-PEDIDO TO FS-RET-NR-PEDIDO
                   READ ARQ-RETENCAO
                   IF FS-STAT-RET-OK
                       STRING "RETIDO - " DELIMITED BY SIZE
                              FS-RET-DS-MOTIVO DELIMITED BY SIZE
                         INTO WS-DS-MOTIVO
                   END-IF
               END-IF
               GO TO 2350-MOTIVO-PENDENCIAX
           END-IF

           IF FS-STAT-CLI-OK
               IF FS-CLI-BLOQUEADO
                   MOVE 2 TO WS-MOTIVO
                   MOVE "CREDITO - CLIENTE BLOQUEADO" TO WS-DS-MOTIVO
                   GO TO 2350-MOTIVO-PENDENCIAX
               END-IF
               IF FS-CLI-VL-LIM-CREDITO GREATER ZEROS AND
                  FS-CLI-VL-EXPOSICAO GREATER FS-CLI-VL-LIM-CREDITO
                   MOVE 2 TO WS-MOTIVO
                   MOVE "CREDITO - LIMITE EXCEDIDO" TO WS-DS-MOTIVO
                   GO TO 2350-MOTIVO-PENDENCIAX
               END-IF
           END-IF

           MOVE 5 TO WS-MOTIVO
           MOVE "AGUARDANDO FATURAMENTO" TO WS-DS-MOTIVO

           IF NOT E-ITEM-ABERTO
               GO TO 2350-MOTIVO-PENDENCIAX
           END-IF

           PERFORM 6570-DEPOSITO-PEDIDO

           MOVE FS-PED-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL FS-PED-NR-PEDIDO OR
                         E-MOTIVO-BACKORDER

               PERFORM 2360-CONFERE-LINHA

               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           EVALUATE TRUE
               WHEN E-MOTIVO-BACKORDER
                   STRING "BACKORDER - PRODUTO " DELIMITED BY SIZE
                          WS-CD-PRODUTO-PEND DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               WHEN E-MOTIVO-ESTOQUE
                   STRING "ESTOQUE - PRODUTO " DELIMITED BY SIZE
                          WS-CD-PRODUTO-PEND DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
           END-EVALUATE.

       2350-MOTIVO-PENDENCIAX. EXIT.

      * -----------------------------------
      * CONFERE A LINHA CORRENTE: BACKORDER PENDENTE DO PRODUTO PARA O
      * CLIENTE PREVALECE SOBRE A FALTA DE SALDO NO DEPOSITO
       2360-CONFERE-LINHA SECTION.

           PERFORM VARYING WS-BCK-IDX FROM 1 BY 1
             UNTIL WS-BCK-IDX GREATER WS-TAB-BCK-QTD OR
                   E-MOTIVO-BACKORDER
               IF WS-BCK-CD-CLIENTE(WS-BCK-IDX) EQUAL
                  FS-PED-CD-CLIENTE AND
                  WS-BCK-CD-PRODUTO(WS-BCK-IDX) EQUAL
                  FS-ITE-CD-PRODUTO
                   MOVE 3 TO WS-MOTIVO
                   MOVE FS-ITE-CD-PRODUTO TO WS-CD-PRODUTO-PEND
               END-IF
           END-PERFORM

           IF E-MOTIVO-BACKORDER OR E-MOTIVO-ESTOQUE OR
              NOT E-ESTOQUE-ABERTO
               GO TO 2360-CONFERE-LINHAX
           END-IF

           MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO-PED TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF NOT FS-STAT-STQ-OK
               MOVE 4 TO WS-MOTIVO
               MOVE FS-ITE-CD-PRODUTO TO WS-CD-PRODUTO-PEND
           ELSE
               IF FS-STQ-QT-SALDO LESS FS-ITE-QT OR
                  FS-STQ-QT-SALDO LESS FS-STQ-QT-RESERVADO
                   MOVE 4 TO WS-MOTIVO
                   MOVE FS-ITE-CD-PRODUTO TO WS-CD-PRODUTO-PEND
               END-IF
           END-IF.

       2360-CONFERE-LINHAX. EXIT.

      * -----------------------------------
      * MOSTRA OS PRAZOS POR VENDEDOR, POR REGIAO E POR MES
       2500-MOSTRA-PRAZOS SECTION.

           MOVE SPACES TO WS-LINHA-TITULO WS-LINHA-GRP
           STRING "PRAZOS EM DIAS DOS PEDIDOS DE " DELIMITED BY SIZE
                  WS-DT-INICIO DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE WS-LINHA-CAB-PRZ1 TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO
           MOVE WS-LINHA-CAB-PRZ2 TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE "V" TO WS-GRP-TIPO-BUSCA
           MOVE "VENDEDOR " TO WS-LGR-ROTULO
           PERFORM 2550-MOSTRA-GRUPOS

           MOVE "R" TO WS-GRP-TIPO-BUSCA
           MOVE "REGIAO   " TO WS-LGR-ROTULO
           PERFORM 2550-MOSTRA-GRUPOS

           MOVE "M" TO WS-GRP-TIPO-BUSCA
           MOVE "MES      " TO WS-LGR-ROTULO
           PERFORM 2550-MOSTRA-GRUPOS.

       2500-MOSTRA-PRAZOSX. EXIT.

      * -----------------------------------
      * MOSTRA AS LINHAS DA TABELA DE GRUPOS DO TIPO PEDIDO
       2550-MOSTRA-GRUPOS SECTION.

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-GRP-QTD
               IF WS-GRP-TIPO(WS-TAB-IDX2) EQUAL WS-GRP-TIPO-BUSCA
                   PERFORM 2560-MONTA-LINHA-GRUPO
                   MOVE WS-LINHA-GRP TO WS-LINHA-TITULO
                   PERFORM 6400-MOSTRA-TITULO
               END-IF
           END-PERFORM.

       2550-MOSTRA-GRUPOSX. EXIT.

      * -----------------------------------
      * MONTA A LINHA DO GRUPO WS-TAB-IDX2 COM MEDIA E PIOR PRAZO DE
      * CADA ETAPA
       2560-MONTA-LINHA-GRUPO SECTION.

           MOVE WS-GRP-CD(WS-TAB-IDX2) TO WS-LGR-CD

           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
             UNTIL WS-ETP-IDX GREATER 3
               MOVE WS-GRP-QT(WS-TAB-IDX2, WS-ETP-IDX)
                 TO WS-LGR-QT(WS-ETP-IDX)
               MOVE WS-GRP-PIOR(WS-TAB-IDX2, WS-ETP-IDX)
                 TO WS-LGR-PIOR(WS-ETP-IDX)
               IF WS-GRP-QT(WS-TAB-IDX2, WS-ETP-IDX) GREATER ZEROS
                   COMPUTE WS-LGR-MED(WS-ETP-IDX) ROUNDED =
                       WS-GRP-SOMA(WS-TAB-IDX2, WS-ETP-IDX) /
                       WS-GRP-QT(WS-TAB-IDX2, WS-ETP-IDX)
               ELSE
                   MOVE ZEROS TO WS-LGR-MED(WS-ETP-IDX)
               END-IF
           END-PERFORM.

       2560-MONTA-LINHA-GRUPOX. EXIT.

      * -----------------------------------
      * MOSTRA OS TOTAIS DA CARTEIRA POR FAIXA DE IDADE E POR MOTIVO
       2600-MOSTRA-RESUMO-CARTEIRA SECTION.

           MOVE "CARTEIRA POR FAIXA DE IDADE" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 5
               EVALUATE WS-FAIXA
                   WHEN 1 MOVE "ATE 2 DIAS" TO WS-LRS-ROTULO
                   WHEN 2 MOVE "3 A 7 DIAS" TO WS-LRS-ROTULO
                   WHEN 3 MOVE "8 A 15 DIAS" TO WS-LRS-ROTULO
                   WHEN 4 MOVE "16 A 30 DIAS" TO WS-LRS-ROTULO
                   WHEN OTHER MOVE "MAIS DE 30 DIAS" TO WS-LRS-ROTULO
               END-EVALUATE
               MOVE WS-FAIXA-QT(WS-FAIXA) TO WS-LRS-QT
               MOVE WS-FAIXA-VL(WS-FAIXA) TO WS-LRS-VL
               MOVE WS-LINHA-RES TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM

           MOVE "CARTEIRA POR MOTIVO DA PENDENCIA" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-MOTIVO FROM 1 BY 1
             UNTIL WS-MOTIVO GREATER 5
               EVALUATE TRUE
                   WHEN E-MOTIVO-RETIDO
                       MOVE "RETIDO (SUPERVISOR)" TO WS-LRS-ROTULO
                   WHEN E-MOTIVO-CREDITO
                       MOVE "CREDITO" TO WS-LRS-ROTULO
                   WHEN E-MOTIVO-BACKORDER
                       MOVE "BACKORDER" TO WS-LRS-ROTULO
                   WHEN E-MOTIVO-ESTOQUE
                       MOVE "ESTOQUE" TO WS-LRS-ROTULO
                   WHEN OTHER
                       MOVE "AGUARDANDO FATURAMENTO" TO WS-LRS-ROTULO
               END-EVALUATE
               MOVE WS-MOTIVO-QT(WS-MOTIVO) TO WS-LRS-QT
               MOVE WS-MOTIVO-VL(WS-MOTIVO) TO WS-LRS-VL
               MOVE WS-LINHA-RES TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM

           MOVE "TOTAL DA CARTEIRA" TO WS-LRS-ROTULO
           MOVE WS-TOT-QT-CARTEIRA TO WS-LRS-QT
           MOVE WS-TOT-VL-CARTEIRA TO WS-LRS-VL
           MOVE WS-LINHA-RES TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO.

       2600-MOSTRA-RESUMO-CARTEIRAX. EXIT.

      * -----------------------------------
      * LOCALIZA (OU INCLUI) O GRUPO TIPO + CODIGO E ACUMULA OS PRAZOS
      * CALCULADOS DO PEDIDO CORRENTE
       6200-ACUMULA-GRUPO SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-GRP-QTD OR E-ACHADO
               IF WS-GRP-TIPO(WS-TAB-IDX2) EQUAL WS-GRP-TIPO-BUSCA AND
                  WS-GRP-CD(WS-TAB-IDX2) EQUAL WS-GRP-CD-BUSCA
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS AND WS-TAB-GRP-QTD LESS 700
               ADD 1 TO WS-TAB-GRP-QTD
               MOVE WS-TAB-GRP-QTD TO WS-TAB-IDX
               INITIALIZE WS-TAB-GRP-ITEM(WS-TAB-IDX)
               MOVE WS-GRP-TIPO-BUSCA TO WS-GRP-TIPO(WS-TAB-IDX)
               MOVE WS-GRP-CD-BUSCA TO WS-GRP-CD(WS-TAB-IDX)
           END-IF

           IF WS-TAB-IDX EQUAL ZEROS
               GO TO 6200-ACUMULA-GRUPOX
           END-IF

           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
             UNTIL WS-ETP-IDX GREATER 3
               IF WS-PRZ-DIAS(WS-ETP-IDX) NOT LESS ZEROS
                   ADD 1 TO WS-GRP-QT(WS-TAB-IDX, WS-ETP-IDX)
                   ADD WS-PRZ-DIAS(WS-ETP-IDX)
                     TO WS-GRP-SOMA(WS-TAB-IDX, WS-ETP-IDX)
                   IF WS-PRZ-DIAS(WS-ETP-IDX) GREATER
                      WS-GRP-PIOR(WS-TAB-IDX, WS-ETP-IDX)
                       MOVE WS-PRZ-DIAS(WS-ETP-IDX)
                         TO WS-GRP-PIOR(WS-TAB-IDX, WS-ETP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       6200-ACUMULA-GRUPOX. EXIT.

      * -----------------------------------
      * MOSTRA UMA LINHA DO RELATORIO NA TELA E NO ARQUIVO
       6400-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 6 TO WS-NUML-CURR
           END-IF

           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE SPACES TO WS-LINHA-TITULO.

       6400-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * DEPOSITO QUE ATENDE O PEDIDO CORRENTE (O GRAVADO NO PEDIDO OU
      * O PADRAO)
       6570-DEPOSITO-PEDIDO SECTION.

           IF FS-PED-CD-DEPOSITO IS NUMERIC AND
              FS-PED-CD-DEPOSITO GREATER ZEROS
               MOVE FS-PED-CD-DEPOSITO TO WS-CD-DEPOSITO-PED
           ELSE
               MOVE SPACES TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
               MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-PED
           END-IF.

       6570-DEPOSITO-PEDIDOX. EXIT.

      * -----------------------------------
      * DIAS CORRIDOS DE WS-DT-DE ATE WS-DT-ATE; -1 QUANDO ALGUMA DAS
      * DATAS FALTA OU A ORDEM ESTA INVERTIDA
       6600-CALCULA-DIAS SECTION.

           MOVE -1 TO WS-QT-DIAS

           IF WS-DT-DE GREATER ZEROS AND WS-DT-ATE GREATER ZEROS AND
              WS-DT-ATE NOT LESS WS-DT-DE
               COMPUTE WS-QT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DT-ATE)
                 - FUNCTION INTEGER-OF-DATE(WS-DT-DE)
           END-IF.

       6600-CALCULA-DIASX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO RELATORIO
       5000-ABRIR-ARQUIVOS SECTION.

           MOVE 'N' TO WS-PEDIDO-ABERTO
           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-OK
               MOVE 'S' TO WS-PEDIDO-ABERTO
           END-IF

           MOVE 'N' TO WS-ITEM-ABERTO
           OPEN INPUT ARQ-PEDITEM
           IF FS-STAT-ITE-OK
               MOVE 'S' TO WS-ITEM-ABERTO
           END-IF

           MOVE 'N' TO WS-ETAPA-ABERTO
           OPEN INPUT ARQ-PEDETAPA
           IF FS-STAT-PET-OK
               MOVE 'S' TO WS-ETAPA-ABERTO
           END-IF

           MOVE 'N' TO WS-CLIENTE-ABERTO
           OPEN INPUT ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE 'S' TO WS-CLIENTE-ABERTO
           END-IF

           MOVE 'N' TO WS-ESTOQUE-ABERTO
           OPEN INPUT ARQ-ESTOQUE
           IF FS-STAT-STQ-OK
               MOVE 'S' TO WS-ESTOQUE-ABERTO
           END-IF

           MOVE 'N' TO WS-BACKORDER-ABERTO
           OPEN INPUT ARQ-BACKORDER
           IF FS-STAT-BCK-OK
               MOVE 'S' TO WS-BACKORDER-ABERTO
           END-IF

           MOVE 'N' TO WS-RETENCAO-ABERTO
           OPEN INPUT ARQ-RETENCAO
           IF FS-STAT-RET-OK
               MOVE 'S' TO WS-RETENCAO-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO PEDIDO PELA CHAVE
       6000-LE-PROX-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PED
               NOT INVALID KEY
                   READ ARQ-PEDIDO NEXT
                       AT END MOVE 99 TO FS-STAT-PED
                   END-READ
           END-START.

       6000-LE-PROX-PEDIDOX. EXIT.

      * -----------------------------------
      * LE O CLIENTE DO PEDIDO CORRENTE
       6050-LE-CLIENTE SECTION.

           MOVE 99 TO FS-STAT-CLI

           IF E-CLIENTE-ABERTO
               MOVE FS-PED-CD-CLIENTE TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
           END-IF.

       6050-LE-CLIENTEX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE ITEM PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-PEDITEM KEY > FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * LE O PROXIMO BACKORDER PELA CHAVE
       6300-LE-PROX-BACKORDER SECTION.

           START ARQ-BACKORDER KEY > FS-BCK-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-BCK
               NOT INVALID KEY
                   READ ARQ-BACKORDER NEXT
                       AT END MOVE 99 TO FS-STAT-BCK
                   END-READ
           END-START.

       6300-LE-PROX-BACKORDERX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO RELATORIO
       7000-FECHA-ARQUIVOS SECTION.

           IF E-PEDIDO-ABERTO
               CLOSE ARQ-PEDIDO
           END-IF

           IF E-ITEM-ABERTO
               CLOSE ARQ-PEDITEM
           END-IF

           IF E-ETAPA-ABERTO
               CLOSE ARQ-PEDETAPA
           END-IF

           IF E-CLIENTE-ABERTO
               CLOSE ARQ-CLIENTE
           END-IF

           IF E-ESTOQUE-ABERTO
               CLOSE ARQ-ESTOQUE
           END-IF

           IF E-BACKORDER-ABERTO
               CLOSE ARQ-BACKORDER
           END-IF

           IF E-RETENCAO-ABERTO
               CLOSE ARQ-RETENCAO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_PRAZO" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "PEDIDOS DE " WS-DT-INICIO " ATE " WS-DT-FIM
                  DELIMITED BY SIZE
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

           MOVE "CBL_MENU_REL_PRAZO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_PRAZO.
