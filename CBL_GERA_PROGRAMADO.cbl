      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Geracao dos Pedidos Programados
      * Tectonics: cobc
      ******************************************************************
      * PERCORRE AS PROGRAMACOES ATIVAS (CBL_MENU_PROGRAMADO) E GERA
      * OS PEDIDOS REAIS (ARQ-PEDIDO / ARQ-PEDITEM) DAS ENTREGAS QUE
      * CAEM ENTRE HOJE E HOJE MAIS O PARAMETRO
      * PROGRAMADO-ANTECEDENCIA (DIAS, PADRAO 2). A ENTREGA QUE CAI
      * EM FERIADO OU FIM DE SEMANA E EMPURRADA PARA O PROXIMO DIA
      * UTIL DA REGIAO DO CLIENTE (CBL_DIA_UTIL).
      * O PEDIDO GERADO E DATADO DE HOJE E PRECIFICADO PELO PRECO EM
      * VIGOR HOJE, COM AS MESMAS REGRAS DA DIGITACAO (CONTRATO,
      * TABELA DA REGIAO, DESCONTO POR QUANTIDADE). AS CRITICAS DA
      * DIGITACAO QUE PEDIRIAM LIBERACAO DE SUPERVISOR (CLIENTE
      * BLOQUEADO, LIMITE, SCORE, PISO DE PRECO, VENDA ABAIXO DO
      * CUSTO) E A FALTA DE ESTOQUE NO DEPOSITO DA REGIAO NAO GERAM
      * O PEDIDO: A ENTREGA VAI PARA O RELATORIO
      * PROGRAMADOS_<AAAAMMDD>.TXT COMO EXCECAO E E TENTADA DE NOVO
      * NAS PROXIMAS EXECUCOES ENQUANTO ESTIVER NA JANELA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_GERA_PROGRAMADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PROGRAMADO ASSIGN TO DISK WID-ARQ-PROGRAMADO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRG.

           SELECT ARQ-PRGITEM ASSIGN TO DISK WID-ARQ-PRGITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PGI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PGI.

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

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRE.

           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CPG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPG.

           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRD.

           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CON-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CON.

           SELECT ARQ-DESCONTO ASSIGN TO DISK WID-ARQ-DESCONTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DES-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DES.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROGRAMADO.

       COPY FS-ARQ-PROGRAMADO.

       FD ARQ-PRGITEM.

       COPY FS-ARQ-PRGITEM.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-PRECO.

       COPY FS-ARQ-PRECO.

       FD ARQ-CONDPAG.

       COPY FS-ARQ-CONDPAG.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-CONTRATO.

       COPY FS-ARQ-CONTRATO.

       FD ARQ-DESCONTO.

       COPY FS-ARQ-DESCONTO.

       FD ARQ-CUSTO.

       COPY FS-ARQ-CUSTO.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PRG PIC 9(02).
           88 FS-STAT-PRG-OK         VALUE 00.
           88 FS-STAT-PRG-NAO-EXISTE VALUE 35.

       77 FS-STAT-PGI PIC 9(02).
           88 FS-STAT-PGI-OK         VALUE 00.
           88 FS-STAT-PGI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.
           88 FS-STAT-ITE-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-PRE PIC 9(02).
           88 FS-STAT-PRE-OK         VALUE 00.
           88 FS-STAT-PRE-NAO-EXISTE VALUE 35.

       77 FS-STAT-CPG PIC 9(02).
           88 FS-STAT-CPG-OK         VALUE 00.

       77 WS-CONDPAG-ABERTO PIC X VALUE 'N'.
           88 E-CONDPAG-ABERTO VALUE 'S'.

       77 FS-STAT-PRD PIC 9(02).
           88 FS-STAT-PRD-OK         VALUE 00.
           88 FS-STAT-PRD-NAO-EXISTE VALUE 35.

       77 WS-PERIODO-OK PIC X VALUE 'S'.
           88 E-PERIODO-OK VALUE 'S'.

       77 FS-STAT-CON PIC 9(02).
           88 FS-STAT-CON-OK         VALUE 00.

       77 WS-CONTRATO-ABERTO PIC X VALUE 'N'.
           88 E-CONTRATO-ABERTO VALUE 'S'.

       77 FS-STAT-DES PIC 9(02).
           88 FS-STAT-DES-OK         VALUE 00.

       77 WS-DESCONTO-ABERTO PIC X VALUE 'N'.
           88 E-DESCONTO-ABERTO VALUE 'S'.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.

       77 WS-CUSTO-ABERTO PIC X VALUE 'N'.
           88 E-CUSTO-ABERTO VALUE 'S'.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 FS-STAT-REL PIC 9(02).
           88 FS-STAT-REL-OK         VALUE 00.

       77 WNM-ARQ-RELATORIO PIC X(50) VALUE SPACES.

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

       77 WS-DT-HOJE   PIC 9(008) VALUE ZEROS.
       77 WS-DT-PEDIDO PIC 9(008) VALUE ZEROS.
       77 WS-DT-LIMITE PIC 9(008) VALUE ZEROS.

      * ANTECEDENCIA DA GERACAO EM DIAS (PARAMETRO
      * PROGRAMADO-ANTECEDENCIA)
       77 WS-QT-DIAS-ANTEC PIC 9(003) VALUE 2.

      * JANELA DE DATAS DA PROGRAMACAO CORRENTE (DATAS INTEIRAS) E
      * A PRIMEIRA ENTREGA A PARTIR DO INICIO, BASE DA QUINZENA
       77 WS-NR-INT-DE      PIC 9(007) VALUE ZEROS.
       77 WS-NR-INT-ATE     PIC 9(007) VALUE ZEROS.
       77 WS-NR-INT-DIA     PIC 9(007) VALUE ZEROS.
       77 WS-NR-INT-ANCORA  PIC 9(007) VALUE ZEROS.
       77 WS-NR-INT-CALC    PIC 9(007) VALUE ZEROS.
       77 WS-NR-DIA-SEMANA  PIC 9(001) VALUE ZEROS.
       77 WS-NR-DIAS-AJUSTE PIC 9(001) VALUE ZEROS.

       01 WS-DT-OCORRENCIA  PIC 9(008) VALUE ZEROS.
       01 WS-DT-OCORRENCIA-R REDEFINES WS-DT-OCORRENCIA.
           05 WS-OCO-ANO    PIC 9(004).
           05 WS-OCO-MES    PIC 9(002).
           05 WS-OCO-DIA    PIC 9(002).

       77 WS-DT-ENTREGA     PIC 9(008) VALUE ZEROS.

       77 WS-OCORRE PIC X VALUE 'N'.
           88 E-OCORRE VALUE 'S'.
       77 WS-PARA-PROGRAMADO PIC X VALUE 'N'.
           88 E-PARA-PROGRAMADO VALUE 'S'.

      * MOTIVO DA EXCECAO DA ENTREGA CORRENTE (BRANCO = PEDIDO
      * PODE SER GERADO)
       77 WS-DS-MOTIVO PIC X(045) VALUE SPACES.

       77 WS-CD-CLIENTE     PIC 9(007) VALUE ZEROS.
       77 WS-CD-REGIAO-CLI  PIC X(004) VALUE SPACES.
       77 WS-CLASSE-ABC-CLI PIC X(001) VALUE SPACES.
       77 WS-REGIAO-BUSCA   PIC X(004) VALUE SPACES.
       77 WS-CD-DEPOSITO    PIC 9(003) VALUE ZEROS.

       77 WS-PRODUTO-OK PIC X VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77 WS-PRECO-ACHADO PIC X VALUE 'N'.
           88 E-PRECO-ACHADO VALUE 'S'.
       77 WS-IND-CONTRATO PIC X VALUE 'N'.

       77 WS-IT-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-IT-QT          PIC 9(005) VALUE ZEROS.
       77 WS-IT-VL-UNITARIO PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-DISPONIVEL  PIC S9(007) VALUE ZEROS.

      * DESCONTO AUTOMATICO DA LINHA E PISO DE PRECO (PARAMETRO
      * PISO-PRECO-PC, PERCENTUAL DO PRECO ORIGINAL; ZERO DESLIGA)
       77 WS-PC-DESCONTO   PIC 9(002)V99 VALUE ZEROS.
       77 WS-VL-PRECO-ORIG PIC 9(007)V99 VALUE ZEROS.
       77 WS-PC-PISO       PIC 9(003)V99 VALUE ZEROS.
       77 WS-VL-PISO       PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-MELHOR     PIC 9(005) VALUE ZEROS.
       77 WS-VL-CUSTO-UNIT PIC 9(007)V99 VALUE ZEROS.

      * SCORE MINIMO DO BUREAU (PARAMETRO SCORE-MINIMO; ZERO
      * DESLIGA A CRITICA)
       77 WS-NR-SCORE-MIN PIC 9(003) VALUE ZEROS.
       77 WS-VL-EXPO-NOVA PIC 9(011)V99 VALUE ZEROS.

      * LINHAS DA ENTREGA CORRENTE JA PRECIFICADAS, ENTRE A CRITICA
      * E A GRAVACAO DO PEDIDO
       01 WS-TAB-ITENS.
           05 WS-TIT-LINHA OCCURS 100 TIMES.
               10 WS-TIT-CD-PRODUTO   PIC 9(007).
               10 WS-TIT-QT           PIC 9(005).
               10 WS-TIT-VL-UNITARIO  PIC 9(007)V99.
               10 WS-TIT-VL-TOTAL     PIC 9(009)V99.
               10 WS-TIT-IND-CONTRATO PIC X(001).
               10 WS-TIT-PC-DESCONTO  PIC 9(002)V99.
               10 WS-TIT-VL-PRECO-ORIG PIC 9(007)V99.
       77 WS-MAX-ITENS   PIC 9(003) VALUE 100.
       77 WS-QT-ITENS    PIC 9(003) VALUE ZEROS.
       77 WS-ITEM-IDX    PIC 9(003) VALUE ZEROS.
       77 WS-VL-TOTAL-PED PIC 9(011)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-PROGRAMACOES PIC 9(9) VALUE ZEROS.
           05 WQT-GERADOS      PIC 9(9) VALUE ZEROS.
           05 WQT-EXCECOES     PIC 9(9) VALUE ZEROS.

       01 WS-LINHA-TITULO.
           05 FILLER           PIC X(030) VALUE
              "PEDIDOS PROGRAMADOS - GERACAO ".
           05 WS-TIT-DATA      PIC 9(008).
           05 FILLER           PIC X(016) VALUE " - ANTECEDENCIA ".
           05 WS-TIT-DIAS      PIC ZZ9.
           05 FILLER           PIC X(005) VALUE " DIAS".

       01 WS-LINHA-CAB.
           05 FILLER PIC X(046) VALUE
              "PROGRAM|CLIENTE|PROGRAM.|ENTREGA |PEDIDO |".
           05 FILLER PIC X(054) VALUE
              "VALOR TOTAL |SITUACAO / MOTIVO".

       01 WS-LINHA-REL.
           05 WS-REL-PROGRAMADO PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-CLIENTE    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-DT-PROGR   PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-DT-ENTREGA PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PEDIDO     PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-VL-TOTAL   PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-MOTIVO     PIC X(045).

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(017) VALUE "PEDIDOS GERADOS: ".
           05 WS-TOT-GERADOS    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(013) VALUE "  EXCECOES: ".
           05 WS-TOT-EXCECOES   PIC ZZZZZZZZ9.

       COPY CPY_ID_ARQ_PROGRAMADO.
       COPY CPY_ID_ARQ_PRGITEM.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_PRECO.
       COPY CPY_ID_ARQ_CONDPAG.
       COPY CPY_ID_ARQ_PERIODO.
       COPY CPY_ID_ARQ_CONTRATO.
       COPY CPY_ID_ARQ_DESCONTO.
       COPY CPY_ID_ARQ_CUSTO.
       COPY CPY_ID_ARQ_ESTOQUE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DIA_UTIL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

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
           05 LINE 10 COLUMN 10 VALUE "Programacoes:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-PROGRAMACOES.
           05 LINE 11 COLUMN 10 VALUE "Pedidos gerados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-GERADOS.
           05 LINE 12 COLUMN 10 VALUE "Excecoes:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-EXCECOES.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PROGRAMADO
           END-IF
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PRGITEM
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PRECO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CONDPAG
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PERIODO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CONTRATO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-DESCONTO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CUSTO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-ESTOQUE

           MOVE "PROGRAMADO-ANTECEDENCIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-DIAS-ANTEC =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SCORE-MINIMO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-NR-SCORE-MIN = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "PISO-PRECO-PC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-PISO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PROGRAMADO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "GERACAO DE PEDIDOS PROGRAMADOS" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-PEDIDO
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
               + WS-QT-DIAS-ANTEC)

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
           END-IF

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "PROGRAMADOS_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO

           PERFORM 5000-ABRIR-ARQUIVOS

           IF FS-STAT-PRG-NAO-EXISTE
               MOVE "NENHUMA PROGRAMACAO CADASTRADA" TO WS-MSGERRO
           ELSE
               PERFORM 6560-VALIDA-PERIODO

               MOVE WS-DT-HOJE        TO WS-TIT-DATA
               MOVE WS-QT-DIAS-ANTEC  TO WS-TIT-DIAS
               MOVE WS-LINHA-TITULO TO ARQ-RELATORIO-REC
               WRITE ARQ-RELATORIO-REC
               MOVE WS-LINHA-CAB TO ARQ-RELATORIO-REC
               WRITE ARQ-RELATORIO-REC

               MOVE LOW-VALUES TO FS-PRG-KEY
               PERFORM 6000-LE-PROX-PROGRAMADO

               PERFORM UNTIL NOT FS-STAT-PRG-OK
                   IF FS-PRG-ATIVO
                       ADD 1 TO WQT-PROGRAMACOES
                       PERFORM 2000-PROCESSA-PROGRAMADO
                   END-IF
                   PERFORM 6000-LE-PROX-PROGRAMADO
               END-PERFORM

               MOVE WQT-GERADOS  TO WS-TOT-GERADOS
               MOVE WQT-EXCECOES TO WS-TOT-EXCECOES
               MOVE WS-LINHA-TOT TO ARQ-RELATORIO-REC
               WRITE ARQ-RELATORIO-REC

               MOVE SPACES TO WS-MSGERRO
               STRING "PROGRAMADOS: " DELIMITED BY SIZE
                      WQT-GERADOS DELIMITED BY SIZE
                      " PEDIDOS GERADOS, " DELIMITED BY SIZE
                      WQT-EXCECOES DELIMITED BY SIZE
                      " EXCECOES" DELIMITED BY SIZE
                 INTO WS-MSGERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           MOVE "CBL_GERA_PROGRAMADO" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MONTA A JANELA DA PROGRAMACAO (HOJE, O DIA SEGUINTE A ULTIMA
      * ENTREGA GERADA E O INICIO, O QUE FOR MAIOR, ATE HOJE MAIS A
      * ANTECEDENCIA OU O FIM) E AVALIA CADA DIA DELA. A PRIMEIRA
      * ENTREGA RECUSADA INTERROMPE A PROGRAMACAO, PARA QUE AS
      * SEGUINTES SO SAIAM DEPOIS DELA
       2000-PROCESSA-PROGRAMADO SECTION.

           MOVE 'N' TO WS-PARA-PROGRAMADO

           COMPUTE WS-NR-INT-DE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

           IF FS-PRG-DT-INICIO GREATER WS-DT-HOJE
               COMPUTE WS-NR-INT-DE =
                   FUNCTION INTEGER-OF-DATE(FS-PRG-DT-INICIO)
           END-IF

           IF FS-PRG-DT-ULT-ENTREGA NOT LESS WS-DT-HOJE AND
              FS-PRG-DT-ULT-ENTREGA NOT LESS FS-PRG-DT-INICIO
               COMPUTE WS-NR-INT-DE =
                   FUNCTION INTEGER-OF-DATE(FS-PRG-DT-ULT-ENTREGA) + 1
           END-IF

           COMPUTE WS-NR-INT-ATE =
               FUNCTION INTEGER-OF-DATE(WS-DT-LIMITE)

           IF FS-PRG-DT-FIM GREATER ZEROS AND
              FS-PRG-DT-FIM LESS WS-DT-LIMITE
               COMPUTE WS-NR-INT-ATE =
                   FUNCTION INTEGER-OF-DATE(FS-PRG-DT-FIM)
           END-IF

           IF WS-NR-INT-DE GREATER WS-NR-INT-ATE
               GO TO 2000-PROCESSA-PROGRAMADOX
           END-IF

      * PRIMEIRO DIA DA SEMANA PROGRAMADO A PARTIR DO INICIO
           COMPUTE WS-NR-INT-ANCORA =
               FUNCTION INTEGER-OF-DATE(FS-PRG-DT-INICIO)
           MOVE WS-NR-INT-ANCORA TO WS-NR-INT-CALC
           PERFORM 2050-DIA-SEMANA
           COMPUTE WS-NR-DIAS-AJUSTE = FUNCTION MOD(
               FS-PRG-NR-DIA-SEMANA - WS-NR-DIA-SEMANA + 7, 7)
           ADD WS-NR-DIAS-AJUSTE TO WS-NR-INT-ANCORA

           PERFORM VARYING WS-NR-INT-DIA FROM WS-NR-INT-DE BY 1
                     UNTIL WS-NR-INT-DIA GREATER WS-NR-INT-ATE
                        OR E-PARA-PROGRAMADO
               PERFORM 2100-AVALIA-DIA
           END-PERFORM.

       2000-PROCESSA-PROGRAMADOX. EXIT.

      * -----------------------------------
      * DIA DA SEMANA (1 = SEGUNDA ... 7 = DOMINGO) DA DATA INTEIRA
      * EM WS-NR-INT-CALC
       2050-DIA-SEMANA SECTION.

           COMPUTE WS-NR-DIA-SEMANA = FUNCTION MOD(WS-NR-INT-CALC, 7)

           IF WS-NR-DIA-SEMANA EQUAL ZEROS
               MOVE 7 TO WS-NR-DIA-SEMANA
           END-IF.

       2050-DIA-SEMANAX. EXIT.

      * -----------------------------------
      * VERIFICA SE O DIA E UMA ENTREGA DA PROGRAMACAO: DIA DA
      * SEMANA PROGRAMADO E, NA QUINZENAL, SEMANA PAR CONTADA DA
      * PRIMEIRA ENTREGA; NA MENSAL, PRIMEIRA SEMANA DO MES
       2100-AVALIA-DIA SECTION.

           MOVE 'N' TO WS-OCORRE
           MOVE WS-NR-INT-DIA TO WS-NR-INT-CALC
           PERFORM 2050-DIA-SEMANA

           IF WS-NR-DIA-SEMANA NOT EQUAL FS-PRG-NR-DIA-SEMANA OR
              WS-NR-INT-DIA LESS WS-NR-INT-ANCORA
               GO TO 2100-AVALIA-DIAX
           END-IF

           COMPUTE WS-DT-OCORRENCIA =
               FUNCTION DATE-OF-INTEGER(WS-NR-INT-DIA)

           EVALUATE TRUE
               WHEN FS-PRG-SEMANAL
                   MOVE 'S' TO WS-OCORRE
               WHEN FS-PRG-QUINZENAL
                   IF FUNCTION MOD(WS-NR-INT-DIA - WS-NR-INT-ANCORA,
                                   14) EQUAL ZEROS
                       MOVE 'S' TO WS-OCORRE
                   END-IF
               WHEN FS-PRG-MENSAL
                   IF WS-OCO-DIA NOT GREATER 7
                       MOVE 'S' TO WS-OCORRE
                   END-IF
           END-EVALUATE

           IF E-OCORRE
               PERFORM 2200-CRITICA-ENTREGA
               IF WS-DS-MOTIVO EQUAL SPACES
                   PERFORM 2400-GERA-PEDIDO
               ELSE
                   PERFORM 2700-RELATA-EXCECAO
                   MOVE 'S' TO WS-PARA-PROGRAMADO
               END-IF
           END-IF.

       2100-AVALIA-DIAX. EXIT.

      * -----------------------------------
      * APLICA A ENTREGA AS CRITICAS DA DIGITACAO DO PEDIDO: CLIENTE
      * ATIVO, PERIODO ABERTO, CONDICAO DE PAGAMENTO, PRODUTOS COM
      * PRECO, ESTOQUE NO DEPOSITO DA REGIAO E CREDITO; A PRIMEIRA
      * QUE FALHA FICA EM WS-DS-MOTIVO
       2200-CRITICA-ENTREGA SECTION.

           MOVE SPACES TO WS-DS-MOTIVO
           MOVE ZEROS TO WS-QT-ITENS WS-VL-TOTAL-PED
           MOVE WS-DT-OCORRENCIA TO WS-DT-ENTREGA

           MOVE FS-PRG-CD-CLIENTE TO WS-CD-CLIENTE
           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           EVALUATE TRUE
               WHEN NOT FS-STAT-CLI-OK
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-DS-MOTIVO
               WHEN FS-CLI-INATIVO
                   MOVE "CLIENTE INATIVO" TO WS-DS-MOTIVO
               WHEN NOT E-PERIODO-OK
                   MOVE "DATA DENTRO DE PERIODO CONTABIL FECHADO"
                     TO WS-DS-MOTIVO
               WHEN OTHER
                   PERFORM 6550-VALIDA-CONDPAG
           END-EVALUATE

           IF WS-DS-MOTIVO NOT EQUAL SPACES
               GO TO 2200-CRITICA-ENTREGAX
           END-IF

           MOVE FS-CLI-CD-REGIAO  TO WS-CD-REGIAO-CLI
           MOVE FS-CLI-CLASSE-ABC TO WS-CLASSE-ABC-CLI

           MOVE "R"               TO LK-DUT-FUNCAO
           MOVE WS-DT-OCORRENCIA  TO LK-DUT-DT-DATA
           MOVE FS-CLI-CD-REGIAO  TO LK-DUT-CD-REGIAO
           CALL 'CBL_DIA_UTIL' USING LK-DUT-PARAMETERS
           MOVE LK-DUT-DT-UTIL    TO WS-DT-ENTREGA

           MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO

           PERFORM 2300-CARREGA-ITENS

           IF WS-DS-MOTIVO NOT EQUAL SPACES
               GO TO 2200-CRITICA-ENTREGAX
           END-IF

           IF WS-QT-ITENS EQUAL ZEROS
               MOVE "PROGRAMACAO SEM ITENS" TO WS-DS-MOTIVO
               GO TO 2200-CRITICA-ENTREGAX
           END-IF

           PERFORM 6700-VERIFICA-CREDITO.

       2200-CRITICA-ENTREGAX. EXIT.

      * -----------------------------------
      * LE AS LINHAS DA PROGRAMACAO, CRITICA PRODUTO E ESTOQUE E
      * PRECIFICA CADA UMA NA DATA DE HOJE, GUARDANDO NA TABELA
       2300-CARREGA-ITENS SECTION.

           MOVE FS-PRG-NR-PROGRAMADO TO FS-PGI-NR-PROGRAMADO
           MOVE ZEROS TO FS-PGI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-PGI-OK OR
                         FS-PGI-NR-PROGRAMADO NOT EQUAL
                         FS-PRG-NR-PROGRAMADO OR
                         WS-DS-MOTIVO NOT EQUAL SPACES
               MOVE FS-PGI-CD-PRODUTO TO WS-IT-CD-PRODUTO
               MOVE FS-PGI-QT         TO WS-IT-QT
               MOVE ZEROS             TO WS-IT-VL-UNITARIO

               PERFORM 6600-VALIDA-PRODUTO

               IF PRODUTO-VALIDO
                   PERFORM 6610-VERIFICA-DISPONIVEL
               END-IF

               IF PRODUTO-VALIDO
                   PERFORM 6650-BUSCA-PRECO-VIGENTE
                   IF NOT E-PRECO-ACHADO
                       MOVE 'N' TO WS-PRODUTO-OK
                       STRING "PRODUTO " DELIMITED BY SIZE
                              WS-IT-CD-PRODUTO DELIMITED BY SIZE
                              " SEM PRECO VIGENTE" DELIMITED BY SIZE
                         INTO WS-DS-MOTIVO
                   END-IF
               END-IF

               IF PRODUTO-VALIDO
                   PERFORM 6670-APLICA-DESCONTO
               END-IF

               IF PRODUTO-VALIDO
                   IF WS-QT-ITENS NOT LESS WS-MAX-ITENS
                       MOVE "PROGRAMACAO COM ITENS DEMAIS"
                         TO WS-DS-MOTIVO
                   ELSE
                       ADD 1 TO WS-QT-ITENS
                       MOVE WS-QT-ITENS TO WS-ITEM-IDX
                       MOVE WS-IT-CD-PRODUTO
                         TO WS-TIT-CD-PRODUTO(WS-ITEM-IDX)
                       MOVE WS-IT-QT TO WS-TIT-QT(WS-ITEM-IDX)
                       MOVE WS-IT-VL-UNITARIO
                         TO WS-TIT-VL-UNITARIO(WS-ITEM-IDX)
                       COMPUTE WS-TIT-VL-TOTAL(WS-ITEM-IDX) =
                           WS-IT-QT * WS-IT-VL-UNITARIO
                       MOVE WS-IND-CONTRATO
                         TO WS-TIT-IND-CONTRATO(WS-ITEM-IDX)
                       MOVE WS-PC-DESCONTO
                         TO WS-TIT-PC-DESCONTO(WS-ITEM-IDX)
                       MOVE WS-VL-PRECO-ORIG
                         TO WS-TIT-VL-PRECO-ORIG(WS-ITEM-IDX)
                       ADD WS-TIT-VL-TOTAL(WS-ITEM-IDX)
                         TO WS-VL-TOTAL-PED
                   END-IF
               END-IF

               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       2300-CARREGA-ITENSX. EXIT.

      * -----------------------------------
      * GRAVA O PEDIDO DA ENTREGA COM AS LINHAS DA TABELA, RESERVA O
      * ESTOQUE, SOMA NA EXPOSICAO E AVANCA A PROGRAMACAO
       2400-GERA-PEDIDO SECTION.

      * O PEDIDO E NUMERADO NA SERIE DA FILIAL DONA DO DEPOSITO
           MOVE "D" TO LK-FIL-FUNCAO
           MOVE WS-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO LK-CTL-CD-FILIAL

           MOVE "PEDIDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

           IF NOT LK-CTL-RC-OK
               MOVE "SEM NUMERO DE PEDIDO DISPONIVEL" TO WS-DS-MOTIVO
               PERFORM 2700-RELATA-EXCECAO
               MOVE 'S' TO WS-PARA-PROGRAMADO
               GO TO 2400-GERA-PEDIDOX
           END-IF

           MOVE SPACES TO ARQ-PEDIDO-REC
           MOVE LK-CTL-CODIGO      TO FS-PED-NR-PEDIDO
           MOVE WS-CD-CLIENTE      TO FS-PED-CD-CLIENTE
           MOVE FS-CLI-CD-VENDEDOR TO FS-PED-CD-VENDEDOR
           MOVE WS-DT-PEDIDO       TO FS-PED-DT-PEDIDO
           MOVE "A"                TO FS-PED-IND-SITUACAO
           MOVE ZEROS              TO FS-PED-DT-FATURAMENTO
           MOVE FS-PRG-CD-CONDPAG  TO FS-PED-CD-CONDPAG
           MOVE WS-QT-ITENS        TO FS-PED-QT-ITENS
           MOVE WS-VL-TOTAL-PED    TO FS-PED-VL-TOTAL
           MOVE "V"                TO FS-PED-TP-PEDIDO
           MOVE WS-CD-DEPOSITO     TO FS-PED-CD-DEPOSITO
           MOVE LK-FIL-CD-FILIAL   TO FS-PED-CD-FILIAL

           WRITE ARQ-PEDIDO-REC
               INVALID KEY
                   MOVE "NUMERO DE PEDIDO JA EXISTE" TO WS-DS-MOTIVO
                   PERFORM 2700-RELATA-EXCECAO
                   MOVE 'S' TO WS-PARA-PROGRAMADO
           END-WRITE

           IF NOT FS-STAT-PED-OK
               GO TO 2400-GERA-PEDIDOX
           END-IF

           MOVE "WRITE" TO LK-JNL-OPERACAO
           PERFORM 8605-JORNAL-PEDIDO
           MOVE "A" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX GREATER WS-QT-ITENS
               PERFORM 2450-GRAVA-ITEM
           END-PERFORM

           MOVE WS-VL-EXPO-NOVA TO FS-CLI-VL-EXPOSICAO
           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF FS-STAT-CLI-OK
               MOVE "REWRITE" TO LK-JNL-OPERACAO
               PERFORM 8600-JORNAL-CLIENTE
           END-IF

           MOVE WS-DT-OCORRENCIA TO FS-PRG-DT-ULT-ENTREGA
           MOVE FS-PED-NR-PEDIDO TO FS-PRG-NR-ULT-PEDIDO
           REWRITE ARQ-PROGRAMADO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO WQT-GERADOS

           MOVE FS-PRG-NR-PROGRAMADO TO WS-REL-PROGRAMADO
           MOVE WS-CD-CLIENTE        TO WS-REL-CLIENTE
           MOVE WS-DT-OCORRENCIA     TO WS-REL-DT-PROGR
           MOVE WS-DT-ENTREGA        TO WS-REL-DT-ENTREGA
           MOVE FS-PED-NR-PEDIDO     TO WS-REL-PEDIDO
           MOVE WS-VL-TOTAL-PED      TO WS-REL-VL-TOTAL
           MOVE "PEDIDO GERADO"      TO WS-REL-MOTIVO
           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       2400-GERA-PEDIDOX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA DA TABELA NO PEDIDO E RESERVA O ESTOQUE NO
      * DEPOSITO DA REGIAO
       2450-GRAVA-ITEM SECTION.

           MOVE FS-PED-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE WS-ITEM-IDX      TO FS-ITE-NR-SEQUENCIA
           MOVE WS-TIT-CD-PRODUTO(WS-ITEM-IDX)  TO FS-ITE-CD-PRODUTO
           MOVE WS-TIT-QT(WS-ITEM-IDX)          TO FS-ITE-QT
           MOVE WS-TIT-VL-UNITARIO(WS-ITEM-IDX) TO FS-ITE-VL-UNITARIO
           MOVE WS-TIT-VL-TOTAL(WS-ITEM-IDX)    TO FS-ITE-VL-TOTAL
           MOVE WS-TIT-IND-CONTRATO(WS-ITEM-IDX)
             TO FS-ITE-IND-CONTRATO
           MOVE WS-TIT-PC-DESCONTO(WS-ITEM-IDX) TO FS-ITE-PC-DESCONTO
           MOVE WS-TIT-VL-PRECO-ORIG(WS-ITEM-IDX)
             TO FS-ITE-VL-PRECO-ORIG
           MOVE SPACES TO FS-ITE-IND-CAMPANHA

           WRITE ARQ-PEDITEM-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE WS-TIT-CD-PRODUTO(WS-ITEM-IDX) TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               ADD WS-TIT-QT(WS-ITEM-IDX) TO FS-STQ-QT-RESERVADO
               REWRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       2450-GRAVA-ITEMX. EXIT.

      * -----------------------------------
      * LISTA A ENTREGA RECUSADA E O MOTIVO NO RELATORIO
       2700-RELATA-EXCECAO SECTION.

           ADD 1 TO WQT-EXCECOES

           MOVE FS-PRG-NR-PROGRAMADO TO WS-REL-PROGRAMADO
           MOVE FS-PRG-CD-CLIENTE    TO WS-REL-CLIENTE
           MOVE WS-DT-OCORRENCIA     TO WS-REL-DT-PROGR
           MOVE WS-DT-ENTREGA        TO WS-REL-DT-ENTREGA
           MOVE ZEROS                TO WS-REL-PEDIDO
           MOVE WS-VL-TOTAL-PED      TO WS-REL-VL-TOTAL
           MOVE WS-DS-MOTIVO         TO WS-REL-MOTIVO
           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       2700-RELATA-EXCECAOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA GERACAO (TABELAS DE CONDICAO, PERIODO,
      * CONTRATO, DESCONTO E CUSTO SAO OPCIONAIS)
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-PROGRAMADO
           OPEN INPUT ARQ-PRGITEM

           OPEN I-O ARQ-ESTOQUE
           IF FS-STAT-STQ-NAO-EXISTE
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF

           OPEN I-O ARQ-PEDIDO
           IF FS-STAT-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN I-O ARQ-PEDIDO
           END-IF

           OPEN I-O ARQ-PEDITEM
           IF FS-STAT-ITE-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDITEM
               CLOSE ARQ-PEDITEM
               OPEN I-O ARQ-PEDITEM
           END-IF

           OPEN I-O ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PRECO

           MOVE 'N' TO WS-CONDPAG-ABERTO
           OPEN INPUT ARQ-CONDPAG
           IF FS-STAT-CPG-OK
               MOVE 'S' TO WS-CONDPAG-ABERTO
           END-IF

           MOVE 'N' TO WS-CONTRATO-ABERTO
           OPEN INPUT ARQ-CONTRATO
           IF FS-STAT-CON-OK
               MOVE 'S' TO WS-CONTRATO-ABERTO
           END-IF

           MOVE 'N' TO WS-DESCONTO-ABERTO
           OPEN INPUT ARQ-DESCONTO
           IF FS-STAT-DES-OK
               MOVE 'S' TO WS-DESCONTO-ABERTO
           END-IF

           MOVE 'N' TO WS-CUSTO-ABERTO
           OPEN INPUT ARQ-CUSTO
           IF FS-STAT-CUS-OK
               MOVE 'S' TO WS-CUSTO-ABERTO
           END-IF

           OPEN OUTPUT ARQ-RELATORIO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA PROGRAMACAO PELA CHAVE
       6000-LE-PROX-PROGRAMADO SECTION.

           START ARQ-PROGRAMADO KEY > FS-PRG-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRG
               NOT INVALID KEY
                   READ ARQ-PROGRAMADO NEXT
                       AT END MOVE 99 TO FS-STAT-PRG
                   END-READ
           END-START.

       6000-LE-PROX-PROGRAMADOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE PROGRAMACAO PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-PRGITEM KEY > FS-PGI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PGI
               NOT INVALID KEY
                   READ ARQ-PRGITEM NEXT
                       AT END MOVE 99 TO FS-STAT-PGI
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * VALIDA A CONDICAO DE PAGAMENTO DA PROGRAMACAO QUANDO
      * INFORMADA (ZERO MANTEM O PRAZO UNICO HISTORICO)
       6550-VALIDA-CONDPAG SECTION.

           EVALUATE TRUE
               WHEN FS-PRG-CD-CONDPAG EQUAL ZEROS
                   CONTINUE
               WHEN NOT E-CONDPAG-ABERTO
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                     TO WS-DS-MOTIVO
               WHEN OTHER
                   MOVE FS-PRG-CD-CONDPAG TO FS-CPG-CD-CONDICAO
                   READ ARQ-CONDPAG
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-CPG-OK
                           MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                             TO WS-DS-MOTIVO
                       WHEN FS-CPG-INATIVA
                           MOVE "CONDICAO DE PAGAMENTO INATIVA"
                             TO WS-DS-MOTIVO
                   END-EVALUATE
           END-EVALUATE.

       6550-VALIDA-CONDPAGX. EXIT.

      * -----------------------------------
      * PERIODO CONTABIL DA DATA DOS PEDIDOS (HOJE) FECHADO IMPEDE
      * A GERACAO (SEM O ARQUIVO DE PERIODOS OU SEM REGISTRO DO MES
      * A CRITICA NAO SE APLICA)
       6560-VALIDA-PERIODO SECTION.

           MOVE 'S' TO WS-PERIODO-OK

           OPEN INPUT ARQ-PERIODO

           IF NOT FS-STAT-PRD-NAO-EXISTE
               MOVE WS-DT-PEDIDO(1:6) TO FS-PRD-ANO-MES
               READ ARQ-PERIODO
               IF FS-STAT-PRD-OK AND FS-PRD-FECHADO
                   MOVE 'N' TO WS-PERIODO-OK
               END-IF
               CLOSE ARQ-PERIODO
           END-IF.

       6560-VALIDA-PERIODOX. EXIT.

      * -----------------------------------
      * VALIDA O PRODUTO DA LINHA (DEVE EXISTIR E ESTAR ATIVO)
       6600-VALIDA-PRODUTO SECTION.

           MOVE 'N' TO WS-PRODUTO-OK
           MOVE WS-IT-CD-PRODUTO TO FS-PRO-CD-PRODUTO

           READ ARQ-PRODUTO

           EVALUATE TRUE
               WHEN NOT FS-STAT-PRO-OK
                   STRING "PRODUTO " DELIMITED BY SIZE
                          WS-IT-CD-PRODUTO DELIMITED BY SIZE
                          " NAO ENCONTRADO" DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               WHEN FS-PRO-INATIVO
                   STRING "PRODUTO " DELIMITED BY SIZE
                          WS-IT-CD-PRODUTO DELIMITED BY SIZE
                          " INATIVO" DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               WHEN OTHER
                   MOVE 'S' TO WS-PRODUTO-OK
           END-EVALUATE.

       6600-VALIDA-PRODUTOX. EXIT.

      * -----------------------------------
      * DISPONIBILIDADE DO PRODUTO (SALDO MENOS RESERVA) NO DEPOSITO
      * DA REGIAO; PRODUTO SEM REGISTRO DE ESTOQUE NAO E CONTROLADO
       6610-VERIFICA-DISPONIVEL SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO   TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               COMPUTE WS-QT-DISPONIVEL =
                   FS-STQ-QT-SALDO - FS-STQ-QT-RESERVADO

               IF WS-IT-QT GREATER WS-QT-DISPONIVEL
                   MOVE 'N' TO WS-PRODUTO-OK
                   STRING "ESTOQUE INSUFICIENTE DO PRODUTO "
                          DELIMITED BY SIZE
                          WS-IT-CD-PRODUTO DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               END-IF
           END-IF.

       6610-VERIFICA-DISPONIVELX. EXIT.

      * -----------------------------------
      * BUSCA O PRECO EM VIGOR HOJE: PRIMEIRO O CONTRATO DO CLIENTE
      * PARA O PRODUTO, DEPOIS A TABELA DA REGIAO DO CLIENTE
      * (REGIAO EM BRANCO E O PRECO GERAL)
       6650-BUSCA-PRECO-VIGENTE SECTION.

           MOVE 'N' TO WS-PRECO-ACHADO
           MOVE 'N' TO WS-IND-CONTRATO

           IF E-CONTRATO-ABERTO
               PERFORM 6640-BUSCA-PRECO-CONTRATO
           END-IF

           IF NOT E-PRECO-ACHADO
               MOVE WS-CD-REGIAO-CLI TO WS-REGIAO-BUSCA
               PERFORM 6660-POSICIONA-PRECO

               IF NOT E-PRECO-ACHADO AND
                  WS-CD-REGIAO-CLI NOT EQUAL SPACES
                   MOVE SPACES TO WS-REGIAO-BUSCA
                   PERFORM 6660-POSICIONA-PRECO
               END-IF

               IF E-PRECO-ACHADO
                   MOVE FS-PRE-VL-PRECO TO WS-IT-VL-UNITARIO
               END-IF
           END-IF.

       6650-BUSCA-PRECO-VIGENTEX. EXIT.

      * -----------------------------------
      * POSICIONA NO CONTRATO DO CLIENTE COM A MAIOR VIGENCIA NAO
      * POSTERIOR A HOJE E AINDA NAO EXPIRADO
       6640-BUSCA-PRECO-CONTRATO SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-CON-CD-PRODUTO
           MOVE WS-CD-CLIENTE    TO FS-CON-CD-CLIENTE
           MOVE WS-DT-PEDIDO     TO FS-CON-DT-VIGENCIA

           START ARQ-CONTRATO KEY NOT GREATER FS-CON-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CON
               NOT INVALID KEY
                   READ ARQ-CONTRATO NEXT
                       AT END MOVE 99 TO FS-STAT-CON
                   END-READ
           END-START

           IF FS-STAT-CON-OK AND
              FS-CON-CD-PRODUTO EQUAL WS-IT-CD-PRODUTO AND
              FS-CON-CD-CLIENTE EQUAL WS-CD-CLIENTE AND
              FS-CON-DT-VIGENCIA NOT GREATER WS-DT-PEDIDO AND
              (FS-CON-DT-EXPIRA EQUAL ZEROS OR
               FS-CON-DT-EXPIRA NOT LESS WS-DT-PEDIDO)
               MOVE 'S' TO WS-PRECO-ACHADO
               MOVE 'S' TO WS-IND-CONTRATO
               MOVE FS-CON-VL-PRECO TO WS-IT-VL-UNITARIO
           END-IF.

       6640-BUSCA-PRECO-CONTRATOX. EXIT.

      * -----------------------------------
      * POSICIONA NA MAIOR VIGENCIA NAO POSTERIOR A HOJE PARA O
      * PRODUTO E A REGIAO JA CARREGADOS NA CHAVE
       6660-POSICIONA-PRECO SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-PRE-CD-PRODUTO
           MOVE WS-REGIAO-BUSCA  TO FS-PRE-CD-REGIAO
           MOVE WS-DT-PEDIDO     TO FS-PRE-DT-VIGENCIA

           START ARQ-PRECO KEY NOT GREATER FS-PRE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRE
               NOT INVALID KEY
                   READ ARQ-PRECO NEXT
                       AT END MOVE 99 TO FS-STAT-PRE
                   END-READ
           END-START

           IF FS-STAT-PRE-OK AND
              FS-PRE-CD-PRODUTO EQUAL WS-IT-CD-PRODUTO AND
              FS-PRE-CD-REGIAO EQUAL WS-REGIAO-BUSCA AND
              FS-PRE-DT-VIGENCIA NOT GREATER WS-DT-PEDIDO
               MOVE 'S' TO WS-PRECO-ACHADO
           END-IF.

       6660-POSICIONA-PRECOX. EXIT.

      * -----------------------------------
      * APLICA A REGRA DE DESCONTO POR QUANTIDADE SOBRE O PRECO
      * ENCONTRADO; SEM SUPERVISOR PARA LIBERAR, O PRECO LIQUIDO
      * ABAIXO DO PISO OU DO CUSTO VIGENTE RECUSA A ENTREGA
       6670-APLICA-DESCONTO SECTION.

           MOVE WS-IT-VL-UNITARIO TO WS-VL-PRECO-ORIG
           MOVE ZEROS TO WS-PC-DESCONTO

           IF E-DESCONTO-ABERTO
               PERFORM 6675-PROCURA-REGRA
           END-IF

           IF WS-PC-DESCONTO GREATER ZEROS
               COMPUTE WS-IT-VL-UNITARIO ROUNDED =
                   WS-VL-PRECO-ORIG * (1 - WS-PC-DESCONTO / 100)
           END-IF

           IF WS-PC-PISO GREATER ZEROS
               COMPUTE WS-VL-PISO ROUNDED =
                   WS-VL-PRECO-ORIG * WS-PC-PISO / 100
               IF WS-IT-VL-UNITARIO LESS WS-VL-PISO
                   MOVE 'N' TO WS-PRODUTO-OK
                   STRING "PRODUTO " DELIMITED BY SIZE
                          WS-IT-CD-PRODUTO DELIMITED BY SIZE
                          " ABAIXO DO PISO DE PRECO" DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               END-IF
           END-IF

           IF PRODUTO-VALIDO
               PERFORM 6645-BUSCA-CUSTO
               IF WS-VL-CUSTO-UNIT GREATER ZEROS AND
                  WS-IT-VL-UNITARIO LESS WS-VL-CUSTO-UNIT
                   MOVE 'N' TO WS-PRODUTO-OK
                   STRING "PRODUTO " DELIMITED BY SIZE
                          WS-IT-CD-PRODUTO DELIMITED BY SIZE
                          " ABAIXO DO CUSTO VIGENTE" DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               END-IF
           END-IF.

       6670-APLICA-DESCONTOX. EXIT.

      * -----------------------------------
      * PROCURA A REGRA ATIVA QUE CASA COM PRODUTO, REGIAO E CLASSE
      * DO CLIENTE E TEM A MAIOR FAIXA ALCANCADA PELA QUANTIDADE
       6675-PROCURA-REGRA SECTION.

           MOVE ZEROS TO WS-QT-MELHOR

           MOVE LOW-VALUES TO FS-DES-KEY
           PERFORM 6680-LE-PROX-REGRA

           PERFORM UNTIL NOT FS-STAT-DES-OK

               IF NOT FS-DES-INATIVA AND
                  (FS-DES-CD-PRODUTO EQUAL ZEROS OR
                   FS-DES-CD-PRODUTO EQUAL WS-IT-CD-PRODUTO) AND
                  (FS-DES-CD-REGIAO EQUAL SPACES OR
                   FS-DES-CD-REGIAO EQUAL WS-CD-REGIAO-CLI) AND
                  (FS-DES-CLASSE-ABC EQUAL SPACES OR
                   FS-DES-CLASSE-ABC EQUAL WS-CLASSE-ABC-CLI) AND
                  FS-DES-QT-MINIMA NOT GREATER WS-IT-QT

                   IF FS-DES-QT-MINIMA NOT LESS WS-QT-MELHOR
                       MOVE FS-DES-QT-MINIMA   TO WS-QT-MELHOR
                       MOVE FS-DES-PC-DESCONTO TO WS-PC-DESCONTO
                   END-IF
               END-IF

               PERFORM 6680-LE-PROX-REGRA
           END-PERFORM.

       6675-PROCURA-REGRAX. EXIT.

      * -----------------------------------
      * LE A PROXIMA REGRA DE DESCONTO PELA CHAVE
       6680-LE-PROX-REGRA SECTION.

           START ARQ-DESCONTO KEY > FS-DES-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-DES
               NOT INVALID KEY
                   READ ARQ-DESCONTO NEXT
                       AT END MOVE 99 TO FS-STAT-DES
                   END-READ
           END-START.

       6680-LE-PROX-REGRAX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO HOJE (ZERO QUANDO O
      * PRODUTO NAO TEM CUSTO CADASTRADO)
       6645-BUSCA-CUSTO SECTION.

           MOVE ZEROS TO WS-VL-CUSTO-UNIT

           IF E-CUSTO-ABERTO
               MOVE WS-IT-CD-PRODUTO TO FS-CUS-CD-PRODUTO
               MOVE WS-DT-PEDIDO     TO FS-CUS-DT-VIGENCIA

               START ARQ-CUSTO KEY NOT GREATER FS-CUS-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-CUS
                   NOT INVALID KEY
                       READ ARQ-CUSTO NEXT
                           AT END MOVE 99 TO FS-STAT-CUS
                       END-READ
               END-START

               IF FS-STAT-CUS-OK AND
                  FS-CUS-CD-PRODUTO EQUAL WS-IT-CD-PRODUTO AND
                  FS-CUS-DT-VIGENCIA NOT GREATER WS-DT-PEDIDO
                   MOVE FS-CUS-VL-CUSTO TO WS-VL-CUSTO-UNIT
               END-IF
           END-IF.

       6645-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * CRITICA DE CREDITO DA DIGITACAO (BLOQUEIO, LIMITE SOBRE A
      * EXPOSICAO COM O PEDIDO E SCORE MINIMO); SEM SUPERVISOR PARA
      * LIBERAR, QUALQUER RECUSA VIRA EXCECAO
       6700-VERIFICA-CREDITO SECTION.

           COMPUTE WS-VL-EXPO-NOVA = FS-CLI-VL-EXPOSICAO
               + WS-VL-TOTAL-PED

           EVALUATE TRUE
               WHEN FS-CLI-BLOQUEADO
                   STRING
                     "CLIENTE BLOQUEADO: " DELIMITED BY SIZE
                     FS-CLI-DS-MOTIVO-BLOQ DELIMITED BY SIZE
                     INTO WS-DS-MOTIVO
               WHEN FS-CLI-VL-LIM-CREDITO GREATER ZEROS AND
                    WS-VL-EXPO-NOVA GREATER FS-CLI-VL-LIM-CREDITO
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-DS-MOTIVO
               WHEN WS-NR-SCORE-MIN GREATER ZEROS AND
                    FS-CLI-NR-SCORE GREATER ZEROS AND
                    FS-CLI-NR-SCORE LESS WS-NR-SCORE-MIN
                   MOVE "SCORE DO BUREAU ABAIXO DO MINIMO"
                     TO WS-DS-MOTIVO
           END-EVALUATE.

       6700-VERIFICA-CREDITOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA GERACAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-PROGRAMADO
           CLOSE ARQ-PRGITEM
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PRECO

           IF E-CONDPAG-ABERTO
               CLOSE ARQ-CONDPAG
               MOVE 'N' TO WS-CONDPAG-ABERTO
           END-IF

           IF E-CONTRATO-ABERTO
               CLOSE ARQ-CONTRATO
               MOVE 'N' TO WS-CONTRATO-ABERTO
           END-IF

           IF E-DESCONTO-ABERTO
               CLOSE ARQ-DESCONTO
               MOVE 'N' TO WS-DESCONTO-ABERTO
           END-IF

           IF E-CUSTO-ABERTO
               CLOSE ARQ-CUSTO
               MOVE 'N' TO WS-CUSTO-ABERTO
           END-IF

           CLOSE ARQ-RELATORIO.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * JORNALIZA AS ATUALIZACOES PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_GERA_PROGRAMADO" TO LK-JNL-PROGRAMA
           MOVE SPACES TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
       8605-JORNAL-PEDIDO SECTION.

           MOVE "PEDIDO" TO LK-JNL-ENTIDADE
           MOVE "CBL_GERA_PROGRAMADO" TO LK-JNL-PROGRAMA
           MOVE SPACES TO LK-JNL-OPERADOR
           MOVE ARQ-PEDIDO-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8605-JORNAL-PEDIDOX. EXIT.

      * -----------------------------------
      * REGISTRA A DATA DA ETAPA (JA CARREGADA) DO PEDIDO CORRENTE
       8650-ETAPA-PEDIDO SECTION.

           MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
           MOVE ZEROS TO LK-ETP-DATA
           CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS.

       8650-ETAPA-PEDIDOX. EXIT.

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
       END PROGRAM CBL_GERA_PROGRAMADO.
