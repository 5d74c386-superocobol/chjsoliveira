      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Inventario Fisico - Contagem, Divergencia e Ajuste
      * Tectonics: cobc
      ******************************************************************
      * CICLO DE INVENTARIO FISICO SOBRE ARQ-ESTOQUE (CABECALHO EM
      * ARQ-INVENTARIO, LINHAS EM ARQ-INVITEM):
      *   01 - ABRIR INVENTARIO: CONGELA A FOTOGRAFIA DO SALDO DE
      *        CADA PRODUTO (GERAL OU DE UMA FAMILIA). NO MODO
      *        CICLICO ENTRAM SO OS PRODUTOS VENCIDOS PELA CLASSE
      *        ABC: A CLASSE VEM DO VALOR DAS SAIDAS NOS ULTIMOS
      *        INVENT-DIAS-ABC DIAS (PARETO 80/95) E O INTERVALO
      *        ENTRE CONTAGENS DOS PARAMETROS INVENT-CICLO-A/B/C
      *   02 - FOLHAS DE CONTAGEM POR FAMILIA (SEM O SALDO)
      *   03 - DIGITACAO CEGA DA CONTAGEM (O SALDO NAO E MOSTRADO)
      *   04 - RELATORIO DE DIVERGENCIAS EM QUANTIDADE E VALOR PELO
      *        CUSTO VIGENTE NA ABERTURA (ARQ-CUSTO)
      *   05 - APROVACAO, EXIGE OPERADOR COM A AUTORIZACAO DE
      *        SUPERVISOR (FS-OPE-AUT-REABERTURA)
      *   06 - LANCAMENTO: GRAVA EM ARQ-MOVESTOQUE UM AJUSTE "A" COM
      *        MOTIVO "IV" E O NUMERO DO INVENTARIO COMO DOCUMENTO
      *        PARA CADA PRODUTO CONTADO COM DIFERENCA E CARIMBA A
      *        DATA DA ULTIMA CONTAGEM NO ESTOQUE
      *   07 - CANCELAR INVENTARIO AINDA NAO LANCADO
      * SO PODE HAVER UM INVENTARIO PENDENTE POR VEZ. A DIFERENCA E
      * CALCULADA CONTRA A FOTOGRAFIA E SOMADA AO SALDO ATUAL, DE
      * MODO QUE OS MOVIMENTOS FEITOS DURANTE A CONTAGEM SE MANTEM.
      * PRODUTOS NAO CONTADOS NAO SAO AJUSTADOS.
      * CADA INVENTARIO E DE UM DEPOSITO (ZERO NA ABERTURA = DEPOSITO
      * PADRAO): A FOTOGRAFIA, O AJUSTE E O KARDEX SAO OS DO SALDO
      * DAQUELE DEPOSITO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_INVENTARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-INVENTARIO ASSIGN TO DISK WID-ARQ-INVENTARIO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-INV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-INV.

           SELECT ARQ-INVITEM ASSIGN TO DISK WID-ARQ-INVITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-IVI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-IVI.

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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FAM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FAM.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-INVENTARIO.

       COPY FS-ARQ-INVENTARIO.

       FD ARQ-INVITEM.

       COPY FS-ARQ-INVITEM.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-MOVESTOQUE.

       COPY FS-ARQ-MOVESTOQUE.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-FAMILIA.

       COPY FS-ARQ-FAMILIA.

       FD ARQ-CUSTO.

       COPY FS-ARQ-CUSTO.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       SD  SORT-FILE.

      * FOLHAS DE CONTAGEM E DIVERGENCIAS (FAMILIA + PRODUTO)
       01  SORT-RECORD.
           05 SD-CD-FAMILIA        PIC X(004).
           05 SD-CD-PRODUTO        PIC 9(007).
           05 SD-CLASSE-ABC        PIC X(001).
           05 SD-QT-SISTEMA        PIC S9(007).
           05 SD-QT-CONTADA        PIC 9(007).
           05 SD-IND-CONTADO       PIC X(001).
           05 SD-VL-CUSTO          PIC 9(007)V99.

      * CLASSIFICACAO ABC (VALOR DAS SAIDAS DECRESCENTE)
       01  SORT-REC-ABC.
           05 SD-ABC-VL-SAIDA      PIC 9(013)V99.
           05 SD-ABC-IDX           PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-ABRIR       VALUE IS "1".
           88 E-FOLHAS      VALUE IS "2".
           88 E-CONTAGEM    VALUE IS "3".
           88 E-DIVERGENCIA VALUE IS "4".
           88 E-APROVAR     VALUE IS "5".
           88 E-LANCAR      VALUE IS "6".
           88 E-CANCELAR    VALUE IS "7".
           88 E-ENCERRAR    VALUE IS "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                       "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-INV PIC 9(02).
           88 FS-STAT-INV-OK         VALUE 00.
           88 FS-STAT-INV-NAO-EXISTE VALUE 35.

       77 FS-STAT-IVI PIC 9(02).
           88 FS-STAT-IVI-OK         VALUE 00.
           88 FS-STAT-IVI-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 FS-STAT-MOV PIC 9(02).
           88 FS-STAT-MOV-OK         VALUE 00.
           88 FS-STAT-MOV-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-FAM PIC 9(02).
           88 FS-STAT-FAM-OK         VALUE 00.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.

       77 WS-CUSTO-ABERTO PIC X VALUE 'N'.
           88 E-CUSTO-ABERTO VALUE 'S'.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

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

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.
       77 WS-DT-INICIO-ABC PIC 9(008) VALUE ZEROS.
       77 WS-HORA-BUFFER PIC 9(008) VALUE ZEROS.
       77 WS-HR-AGORA PIC 9(006) VALUE ZEROS.
       77 WS-NR-SEQ PIC 9(003) VALUE ZEROS.

      * PARAMETROS DO MODO CICLICO
       77 WS-DIAS-ABC     PIC 9(003) VALUE 90.
       77 WS-CICLO-A      PIC 9(003) VALUE 30.
       77 WS-CICLO-B      PIC 9(003) VALUE 60.
       77 WS-CICLO-C      PIC 9(003) VALUE 90.
       77 WS-CICLO-DIAS   PIC 9(003) VALUE ZEROS.
       77 WS-DIAS-DESDE   PIC 9(007) VALUE ZEROS.

       77 WS-NR-INVENTARIO PIC 9(007) VALUE ZEROS.
       77 WS-TP-CONTAGEM   PIC X(001) VALUE "G".
           88 E-TP-GERAL   VALUES ARE "G" "g".
           88 E-TP-CICLICO VALUES ARE "C" "c".
       77 WS-CD-FAMILIA    PIC X(004) VALUE SPACES.
       77 WS-CD-DEPOSITO   PIC 9(003) VALUE ZEROS.
       77 WS-DS-SITUACAO   PIC X(012) VALUE SPACES.

       77 WS-INV-PENDENTE  PIC 9(007) VALUE ZEROS.
       77 WS-INVENTARIO-OK PIC X VALUE 'N'.
           88 INVENTARIO-VALIDO VALUE 'S'.

       77 WS-PODE-APROVAR PIC X VALUE 'N'.
           88 E-PODE-APROVAR VALUE 'S'.

      * DIGITACAO DA CONTAGEM
       77 WS-CT-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-CT-DS-PRODUTO  PIC X(040) VALUE SPACES.
       77 WS-CT-CD-FAMILIA  PIC X(004) VALUE SPACES.
       77 WS-CT-QT-CONTADA  PIC 9(007) VALUE ZEROS.
       77 WS-CT-CONTADO     PIC X(001) VALUE SPACES.

      * PRODUTOS CANDIDATOS A FOTOGRAFIA
       01 WS-TAB-PRD.
           05 WS-TAB-PRD-ITEM OCCURS 10000.
               10 WS-TAB-PRD-CD       PIC 9(007).
               10 WS-TAB-PRD-FAMILIA  PIC X(004).
               10 WS-TAB-PRD-SALDO    PIC S9(007).
               10 WS-TAB-PRD-CUSTO    PIC 9(007)V99.
               10 WS-TAB-PRD-VL-SAIDA PIC 9(013)V99.
               10 WS-TAB-PRD-CLASSE   PIC X(001).
               10 WS-TAB-PRD-DT-CONT  PIC 9(008).
       77 WS-TAB-PRD-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-PRD-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

       77 WS-VL-SAIDA-TOTAL PIC 9(015)V99 VALUE ZEROS.
       77 WS-VL-SAIDA-ACUM  PIC 9(015)V99 VALUE ZEROS.
       77 WS-PC-ACUM        PIC 9(003)V99 VALUE ZEROS.
       77 WS-VL-CUSTO       PIC 9(007)V99 VALUE ZEROS.

      * TOTAIS E CONTROLE DOS RELATORIOS E DO LANCAMENTO
       77 WS-FIM-SORT-FILE  PIC X(01) VALUE 'N'.
       77 WS-FAMILIA-ANT    PIC X(004) VALUE SPACES.
       77 WS-PRIMEIRA-VEZ   PIC X(01) VALUE 'S'.
       77 WS-QT-ITENS       PIC 9(005) VALUE ZEROS.
       77 WS-QT-CONTADOS    PIC 9(005) VALUE ZEROS.
       77 WS-QT-NAO-CONT    PIC 9(005) VALUE ZEROS.
       77 WS-QT-AJUSTES     PIC 9(005) VALUE ZEROS.
       77 WS-QT-DIFERENCA   PIC S9(007) VALUE ZEROS.
       77 WS-VL-DIFERENCA   PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-DIF-FAMILIA PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-DIF-GERAL   PIC S9(013)V99 VALUE ZEROS.
       77 WS-ID-RELATORIO   PIC X(020) VALUE SPACES.

       01 WS-LINHA-FAM.
           05 FILLER            PIC X(009) VALUE "FAMILIA: ".
           05 WS-FAM-CD-L       PIC X(004).
           05 FILLER            PIC X(003) VALUE " - ".
           05 WS-FAM-DS-L       PIC X(030).

       01 WS-LINHA-CAB-FOLHA.
           05 FILLER PIC X(045) VALUE
              "PRODUTO|DESCRICAO                            ".
           05 FILLER PIC X(035) VALUE
              "   |UN.|C|QTDE CONTADA".

       01 WS-LINHA-FOLHA.
           05 WS-FLH-PRODUTO    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-FLH-DESCRICAO  PIC X(040).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-FLH-UNIDADE    PIC X(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-FLH-CLASSE     PIC X(001).
           05 FILLER            PIC X(001) VALUE "|".
           05 FILLER            PIC X(012) VALUE "____________".

       01 WS-LINHA-CAB-DIV.
           05 FILLER PIC X(045) VALUE
              "PRODUTO|DESCRICAO           | SISTEMA|CONTADO".
           05 FILLER PIC X(053) VALUE
              "|DIFERENC|     CUSTO|     DIF. VALOR|".

       01 WS-LINHA-DIV.
           05 WS-DIV-PRODUTO    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-DESCRICAO  PIC X(020).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-SISTEMA    PIC -ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-CONTADO    PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-DIFERENCA  PIC -ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-CUSTO      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-VL-DIF     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-DIV-MARCA      PIC X(011).

       01 WS-LINHA-SUBTOT.
           05 FILLER            PIC X(025) VALUE SPACES.
           05 FILLER            PIC X(020) VALUE "TOTAL DA FAMILIA:".
           05 WS-SUB-CD-FAMILIA PIC X(004).
           05 FILLER            PIC X(024) VALUE SPACES.
           05 WS-SUB-VL-DIF     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(008) VALUE "ITENS: ".
           05 WS-TOT-ITENS-L    PIC ZZZZ9.
           05 FILLER            PIC X(012) VALUE "  CONTADOS: ".
           05 WS-TOT-CONTADOS-L PIC ZZZZ9.
           05 FILLER            PIC X(015) VALUE "  NAO CONTADOS:".
           05 WS-TOT-NAO-CONT-L PIC ZZZZ9.
           05 FILLER            PIC X(014) VALUE "  DIF. VALOR: ".
           05 WS-TOT-VL-DIF-L   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_INVENTARIO.
       COPY CPY_ID_ARQ_INVITEM.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_FAMILIA.
       COPY CPY_ID_ARQ_CUSTO.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

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

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - ABRIR INVENTARIO".
           05 LINE 08 COLUMN 15 VALUE "02 - FOLHAS DE CONTAGEM".
           05 LINE 09 COLUMN 15 VALUE "03 - DIGITAR CONTAGEM".
           05 LINE 10 COLUMN 15 VALUE "04 - RELATORIO DE DIVERGENCIAS".
           05 LINE 11 COLUMN 15 VALUE "05 - APROVAR INVENTARIO".
           05 LINE 12 COLUMN 15 VALUE "06 - LANCAR AJUSTES".
           05 LINE 13 COLUMN 15 VALUE "07 - CANCELAR INVENTARIO".
           05 LINE 15 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 16 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 16 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-INVENTARIO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 07 VALUE "Numero Inventario:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-INVENTARIO
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 09 COLUMN 03 VALUE "Tipo (G-Geral/C-Ciclico):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-CONTAGEM.
               10 LINE 10 COLUMN 02 VALUE "Familia (branco=todas):".
               10 COLUMN PLUS 2 PIC X(04) USING WS-CD-FAMILIA.
               10 COLUMN PLUS 3 VALUE "Deposito (0=padrao):".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DEPOSITO.

       01 SS-TELA-SITUACAO.
           05 LINE 11 COLUMN 16 VALUE "Situacao:".
           05 COLUMN PLUS 2 PIC X(12) FROM WS-DS-SITUACAO.
           05 LINE 12 COLUMN 19 VALUE "Itens:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QT-ITENS.
           05 LINE 13 COLUMN 16 VALUE "Contados:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QT-CONTADOS.

       01 SS-TELA-CONTAGEM.
           05 SS-CONT-PRODUTO.
               10 LINE 12 COLUMN 16 VALUE "Produto:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CT-CD-PRODUTO
                  BLANK WHEN ZEROS.
           05 SS-CONT-DESCRICAO.
               10 LINE 13 COLUMN 14 VALUE "Descricao:".
               10 COLUMN PLUS 2 PIC X(40) FROM WS-CT-DS-PRODUTO.
               10 LINE 14 COLUMN 16 VALUE "Familia:".
               10 COLUMN PLUS 2 PIC X(04) FROM WS-CT-CD-FAMILIA.
               10 LINE 15 COLUMN 09 VALUE "Ja contado (S/N):".
               10 COLUMN PLUS 2 PIC X(01) FROM WS-CT-CONTADO.
           05 SS-CONT-QTDE.
               10 LINE 16 COLUMN 11 VALUE "Qtde Contada:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CT-QT-CONTADA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-INVENTARIO
           END-IF
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-INVITEM
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-FAMILIA
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-CUSTO
           MOVE WNM-PATH-INVENTARIO TO WNM-PATH-OPERADOR

           MOVE "INVENT-DIAS-ABC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-ABC = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "INVENT-CICLO-A" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-CICLO-A = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "INVENT-CICLO-B" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-CICLO-B = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "INVENT-CICLO-C" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-CICLO-C = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-INVENTARIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL E-ENCERRAR
               MOVE "INVENTARIO FISICO" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-ABRIR
                       PERFORM 1000-ABRIR-INVENTARIO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-FOLHAS
                       MOVE "02 - FOLHAS DE CONTAGEM" TO WS-OP
                       MOVE "FOLHA_CONTAGEM" TO WS-ID-RELATORIO
                       PERFORM 1200-RELATORIO-INVENTARIO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CONTAGEM
                       PERFORM 1300-DIGITA-CONTAGEM
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-DIVERGENCIA
                       MOVE "04 - DIVERGENCIAS" TO WS-OP
                       MOVE "DIVERGENCIA_INVENT" TO WS-ID-RELATORIO
                       PERFORM 1200-RELATORIO-INVENTARIO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-APROVAR
                       PERFORM 1500-APROVA-INVENTARIO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-LANCAR
                       PERFORM 1600-LANCA-AJUSTES
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CANCELAR
                       PERFORM 1700-CANCELA-INVENTARIO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ABRE UM INVENTARIO: NUMERO DE CBL_PROXIMO_CODIGO, TIPO E
      * FAMILIA NA TELA, FOTOGRAFIA DO SALDO EM ARQ-INVITEM
       1000-ABRIR-INVENTARIO SECTION.

           MOVE "01 - ABRIR INVENTARIO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-CD-FAMILIA
           MOVE "G" TO WS-TP-CONTAGEM
           MOVE ZEROS TO WS-NR-INVENTARIO WS-CD-DEPOSITO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM 6050-BUSCA-PENDENTE
           IF WS-INV-PENDENTE GREATER ZEROS
               MOVE SPACES TO WS-MSGERRO
               STRING "INVENTARIO " DELIMITED BY SIZE
                      WS-INV-PENDENTE DELIMITED BY SIZE
                      " AINDA PENDENTE - LANCAR OU CANCELAR"
                      DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'S' TO W-VAL-ENTRADA
           ELSE
               MOVE "INVENTARIO" TO LK-CTL-ENTIDADE
               MOVE "P" TO LK-CTL-FUNCAO
               CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
               IF LK-CTL-RC-OK
                   MOVE LK-CTL-CODIGO TO WS-NR-INVENTARIO
               END-IF
           END-IF

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-CHAVE
               ACCEPT SS-DADOS

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT E-TP-GERAL AND NOT E-TP-CICLICO
                       MOVE "TIPO DEVE SER G OU C" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN WS-NR-INVENTARIO EQUAL ZEROS
                       MOVE "NUMERACAO DE INVENTARIO INDISPONIVEL"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 'S' TO W-VAL-ENTRADA
                   WHEN OTHER
                       PERFORM 6500-VALIDA-FAMILIA
                       IF INVENTARIO-VALIDO
                           IF WS-CD-DEPOSITO EQUAL ZEROS
                               PERFORM 6510-DEPOSITO-PADRAO
                               DISPLAY SS-DADOS
                           END-IF
                           MOVE SPACES TO WS-ERRO
                           MOVE "CONFIRMA ABERTURA DO INVENTARIO (S/N)?"
                             TO WS-MSGERRO
                           ACCEPT SS-ERRO
                           IF E-SIM
                               PERFORM 2000-FOTOGRAFA-ESTOQUE
                           END-IF
                           MOVE SPACES TO WS-ERRO
                           MOVE 'S' TO W-VAL-ENTRADA
                       END-IF
               END-EVALUATE

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1000-ABRIR-INVENTARIOX. EXIT.

      * -----------------------------------
      * FOLHAS DE CONTAGEM OU DIVERGENCIAS DE UM INVENTARIO, POR
      * FAMILIA, NA TELA E EM <RELATORIO>_<NUMERO>.TXT NO SPOOL
       1200-RELATORIO-INVENTARIO SECTION.

           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-INVENTARIO

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 6000-ACEITA-INVENTARIO
           PERFORM 7000-FECHA-ARQUIVOS

           IF INVENTARIO-VALIDO
               MOVE 6 TO WS-NUML-CURR
               MOVE ZEROS TO WS-QT-ITENS WS-QT-CONTADOS WS-QT-NAO-CONT
                             WS-VL-DIF-GERAL WS-VL-DIF-FAMILIA
               MOVE SPACES TO WS-FAMILIA-ANT
               MOVE 'S' TO WS-PRIMEIRA-VEZ

               MOVE SPACES TO WNM-ARQ-SAIDA
               STRING WS-ID-RELATORIO DELIMITED BY SPACE
                      "_" WS-NR-INVENTARIO ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-SAIDA

               OPEN OUTPUT ARQ-SAIDA

               DISPLAY SS-CLS
               IF E-FOLHAS
                   DISPLAY WS-LINHA-CAB-FOLHA LINE 4 COLUMN 1
                   MOVE WS-LINHA-CAB-FOLHA TO ARQ-SAIDA-REC
               ELSE
                   DISPLAY WS-LINHA-CAB-DIV LINE 4 COLUMN 1
                   MOVE WS-LINHA-CAB-DIV TO ARQ-SAIDA-REC
               END-IF
               WRITE ARQ-SAIDA-REC

               MOVE "N" TO WS-FIM-SORT-FILE

               SORT SORT-FILE
                   ASCENDING KEY SD-CD-FAMILIA
                   ASCENDING KEY SD-CD-PRODUTO
                   INPUT PROCEDURE 1210-SORT-INPUT
                   OUTPUT PROCEDURE 1220-SORT-OUTPUT

               MOVE WS-QT-ITENS     TO WS-TOT-ITENS-L
               MOVE WS-QT-CONTADOS  TO WS-TOT-CONTADOS-L
               MOVE WS-QT-NAO-CONT  TO WS-TOT-NAO-CONT-L
               MOVE WS-VL-DIF-GERAL TO WS-TOT-VL-DIF-L
               MOVE WS-LINHA-TOT TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC

               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL

               DISPLAY WS-LINHA-TOT LINE WS-NUML-CURR COLUMN 1

               MOVE "RELATORIO GERADO. EXC PARA RETORNAR."
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1200-RELATORIO-INVENTARIOX. EXIT.

      * -----------------------------------
      * LIBERA PARA O SORT AS LINHAS DO INVENTARIO ESCOLHIDO
       1210-SORT-INPUT SECTION.

           OPEN INPUT ARQ-INVITEM

           MOVE WS-NR-INVENTARIO TO FS-IVI-NR-INVENTARIO
           MOVE ZEROS TO FS-IVI-CD-PRODUTO
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-IVI-OK OR
                         FS-IVI-NR-INVENTARIO NOT EQUAL
                         WS-NR-INVENTARIO
               MOVE FS-IVI-CD-FAMILIA  TO SD-CD-FAMILIA
               MOVE FS-IVI-CD-PRODUTO  TO SD-CD-PRODUTO
               MOVE FS-IVI-CLASSE-ABC  TO SD-CLASSE-ABC
               MOVE FS-IVI-QT-SISTEMA  TO SD-QT-SISTEMA
               MOVE FS-IVI-QT-CONTADA  TO SD-QT-CONTADA
               MOVE FS-IVI-IND-CONTADO TO SD-IND-CONTADO
               MOVE FS-IVI-VL-CUSTO    TO SD-VL-CUSTO
               RELEASE SORT-RECORD
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           CLOSE ARQ-INVITEM.

       1210-SORT-INPUTX. EXIT.

      * -----------------------------------
      * MONTA AS LINHAS COM QUEBRA POR FAMILIA; NAS DIVERGENCIAS
      * SAI SO O QUE TEM DIFERENCA OU NAO FOI CONTADO
       1220-SORT-OUTPUT SECTION.

           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-FAMILIA

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               IF WS-PRIMEIRA-VEZ EQUAL 'S' OR
                  SD-CD-FAMILIA NOT EQUAL WS-FAMILIA-ANT
                   IF WS-PRIMEIRA-VEZ NOT EQUAL 'S'
                       PERFORM 1240-SUBTOTAL-FAMILIA
                   END-IF
                   MOVE 'N' TO WS-PRIMEIRA-VEZ
                   PERFORM 1230-CABECALHO-FAMILIA
               END-IF

               MOVE SD-CD-PRODUTO TO FS-PRO-CD-PRODUTO
               READ ARQ-PRODUTO
               IF NOT FS-STAT-PRO-OK
                   MOVE SPACES TO FS-PRO-DS-PRODUTO FS-PRO-CD-UNIDADE
               END-IF

               ADD 1 TO WS-QT-ITENS
               IF SD-IND-CONTADO EQUAL "S"
                   ADD 1 TO WS-QT-CONTADOS
               ELSE
                   ADD 1 TO WS-QT-NAO-CONT
               END-IF

               IF E-FOLHAS
                   MOVE SD-CD-PRODUTO     TO WS-FLH-PRODUTO
                   MOVE FS-PRO-DS-PRODUTO TO WS-FLH-DESCRICAO
                   MOVE FS-PRO-CD-UNIDADE TO WS-FLH-UNIDADE
                   MOVE SD-CLASSE-ABC     TO WS-FLH-CLASSE
                   MOVE WS-LINHA-FOLHA TO ARQ-SAIDA-REC
                   PERFORM 1250-IMPRIME-LINHA
               ELSE
                   MOVE ZEROS TO WS-QT-DIFERENCA WS-VL-DIFERENCA
                   MOVE SPACES TO WS-DIV-MARCA
                   IF SD-IND-CONTADO EQUAL "S"
                       COMPUTE WS-QT-DIFERENCA =
                           SD-QT-CONTADA - SD-QT-SISTEMA
                       COMPUTE WS-VL-DIFERENCA =
                           WS-QT-DIFERENCA * SD-VL-CUSTO
                       IF WS-QT-DIFERENCA LESS ZEROS
                           MOVE "FALTA" TO WS-DIV-MARCA
                       END-IF
                       IF WS-QT-DIFERENCA GREATER ZEROS
                           MOVE "SOBRA" TO WS-DIV-MARCA
                       END-IF
                   ELSE
                       MOVE "NAO CONTADO" TO WS-DIV-MARCA
                   END-IF

                   IF WS-QT-DIFERENCA NOT EQUAL ZEROS OR
                      SD-IND-CONTADO NOT EQUAL "S"
                       ADD WS-VL-DIFERENCA TO WS-VL-DIF-FAMILIA
                       ADD WS-VL-DIFERENCA TO WS-VL-DIF-GERAL
                       MOVE SD-CD-PRODUTO     TO WS-DIV-PRODUTO
                       MOVE FS-PRO-DS-PRODUTO TO WS-DIV-DESCRICAO
                       MOVE SD-QT-SISTEMA     TO WS-DIV-SISTEMA
                       MOVE SD-QT-CONTADA     TO WS-DIV-CONTADO
                       MOVE WS-QT-DIFERENCA   TO WS-DIV-DIFERENCA
                       MOVE SD-VL-CUSTO       TO WS-DIV-CUSTO
                       MOVE WS-VL-DIFERENCA   TO WS-DIV-VL-DIF
                       MOVE WS-LINHA-DIV TO ARQ-SAIDA-REC
                       PERFORM 1250-IMPRIME-LINHA
                   END-IF
               END-IF

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM

           IF WS-PRIMEIRA-VEZ NOT EQUAL 'S'
               PERFORM 1240-SUBTOTAL-FAMILIA
           END-IF

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-FAMILIA.

       1220-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * LINHA DE ABERTURA DA FAMILIA
       1230-CABECALHO-FAMILIA SECTION.

           MOVE SD-CD-FAMILIA TO WS-FAMILIA-ANT
           MOVE ZEROS TO WS-VL-DIF-FAMILIA

           MOVE SD-CD-FAMILIA TO FS-FAM-CD-FAMILIA WS-FAM-CD-L
           READ ARQ-FAMILIA
           IF FS-STAT-FAM-OK
               MOVE FS-FAM-DS-FAMILIA TO WS-FAM-DS-L
           ELSE
               MOVE "SEM FAMILIA" TO WS-FAM-DS-L
           END-IF

           MOVE WS-LINHA-FAM TO ARQ-SAIDA-REC
           PERFORM 1250-IMPRIME-LINHA.

       1230-CABECALHO-FAMILIAX. EXIT.

      * -----------------------------------
      * SUBTOTAL DO VALOR DA DIVERGENCIA DA FAMILIA
       1240-SUBTOTAL-FAMILIA SECTION.

           IF E-DIVERGENCIA
               MOVE WS-FAMILIA-ANT    TO WS-SUB-CD-FAMILIA
               MOVE WS-VL-DIF-FAMILIA TO WS-SUB-VL-DIF
               MOVE WS-LINHA-SUBTOT TO ARQ-SAIDA-REC
               PERFORM 1250-IMPRIME-LINHA
           END-IF.

       1240-SUBTOTAL-FAMILIAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA MONTADA NO ARQUIVO E MOSTRA NA TELA
       1250-IMPRIME-LINHA SECTION.

           DISPLAY ARQ-SAIDA-REC LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 6 TO WS-NUML-CURR
           END-IF

           WRITE ARQ-SAIDA-REC.

       1250-IMPRIME-LINHAX. EXIT.

      * -----------------------------------
      * DIGITACAO CEGA DA CONTAGEM: MOSTRA SO A DESCRICAO E A
      * FAMILIA; UMA NOVA DIGITACAO SUBSTITUI A CONTAGEM ANTERIOR
       1300-DIGITA-CONTAGEM SECTION.

           MOVE "03 - DIGITAR CONTAGEM" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-INVENTARIO

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 6000-ACEITA-INVENTARIO

           IF INVENTARIO-VALIDO AND NOT FS-INV-EM-CONTAGEM
               MOVE "INVENTARIO NAO ESTA EM CONTAGEM" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'N' TO WS-INVENTARIO-OK
           END-IF

           IF INVENTARIO-VALIDO
               MOVE 'N' TO W-VAL-ENTRADA
               PERFORM UNTIL W-VAL-ENTRADA-OK
                   MOVE ZEROS TO WS-CT-CD-PRODUTO WS-CT-QT-CONTADA
                   MOVE SPACES TO WS-CT-DS-PRODUTO WS-CT-CD-FAMILIA
                                  WS-CT-CONTADO
                   DISPLAY SS-CLS
                   DISPLAY SS-CHAVE
                   ACCEPT SS-CONT-PRODUTO

                   IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
                      WS-CT-CD-PRODUTO EQUAL ZEROS
                       MOVE 'S' TO W-VAL-ENTRADA
                   ELSE
                       PERFORM 2300-REGISTRA-CONTAGEM
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS.

       1300-DIGITA-CONTAGEMX. EXIT.

      * -----------------------------------
      * APROVACAO DO INVENTARIO PELO SUPERVISOR (OPERADOR COM A
      * AUTORIZACAO FS-OPE-AUT-REABERTURA), COM AUDITORIA
       1500-APROVA-INVENTARIO SECTION.

           MOVE "05 - APROVAR INVENTARIO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-INVENTARIO

           PERFORM 6700-VERIFICA-AUTORIZACAO
           IF NOT E-PODE-APROVAR
               MOVE "OPERADOR SEM AUTORIZACAO DE SUPERVISOR"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               PERFORM 5000-ABRIR-ARQUIVOS
               PERFORM 6000-ACEITA-INVENTARIO

               IF INVENTARIO-VALIDO AND NOT FS-INV-EM-CONTAGEM
                   MOVE "INVENTARIO NAO ESTA EM CONTAGEM"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE 'N' TO WS-INVENTARIO-OK
               END-IF

               IF INVENTARIO-VALIDO
                   MOVE SPACES TO WS-ERRO WS-MSGERRO
                   IF WS-QT-CONTADOS LESS WS-QT-ITENS
                       COMPUTE WS-QT-NAO-CONT =
                           WS-QT-ITENS - WS-QT-CONTADOS
                       STRING WS-QT-NAO-CONT DELIMITED BY SIZE
                              " ITENS NAO CONTADOS FICAM SEM AJUSTE."
                              DELIMITED BY SIZE
                              " APROVA (S/N)?" DELIMITED BY SIZE
                         INTO WS-MSGERRO
                   ELSE
                       MOVE "CONFIRMA A APROVACAO DO INVENTARIO (S/N)?"
                         TO WS-MSGERRO
                   END-IF
                   ACCEPT SS-ERRO
                   IF E-SIM
                       MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
                       MOVE ARQ-INVENTARIO-REC TO LK-AGR-ANTES
                       MOVE "P" TO FS-INV-IND-SITUACAO
                       MOVE LK-OPERADOR TO FS-INV-ID-APROVADOR
                       MOVE WS-DT-HOJE TO FS-INV-DT-APROVACAO
                       REWRITE ARQ-INVENTARIO-REC
                           INVALID KEY
                               MOVE "ERRO AO APROVAR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       IF FS-STAT-INV-OK
                           MOVE "APROVA" TO LK-AGR-OPERACAO
                           PERFORM 8600-REGISTRA-AUDITORIA
                           MOVE "INVENTARIO APROVADO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

               PERFORM 7000-FECHA-ARQUIVOS
           END-IF.

       1500-APROVA-INVENTARIOX. EXIT.

      * -----------------------------------
      * LANCA OS AJUSTES DO INVENTARIO APROVADO EM ARQ-MOVESTOQUE
       1600-LANCA-AJUSTES SECTION.

           MOVE "06 - LANCAR AJUSTES" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-INVENTARIO

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 6000-ACEITA-INVENTARIO

           IF INVENTARIO-VALIDO AND NOT FS-INV-APROVADO
               MOVE "INVENTARIO NAO ESTA APROVADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'N' TO WS-INVENTARIO-OK
           END-IF

           IF INVENTARIO-VALIDO
               MOVE SPACES TO WS-ERRO
               MOVE "CONFIRMA O LANCAMENTO DOS AJUSTES (S/N)?"
                 TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF E-SIM
                   PERFORM 2600-GRAVA-AJUSTES

                   MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
                   MOVE ARQ-INVENTARIO-REC TO LK-AGR-ANTES
                   MOVE "L" TO FS-INV-IND-SITUACAO
                   MOVE WS-DT-HOJE TO FS-INV-DT-LANCAMENTO
                   REWRITE ARQ-INVENTARIO-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "LANCA" TO LK-AGR-OPERACAO
                   PERFORM 8600-REGISTRA-AUDITORIA

                   MOVE SPACES TO WS-MSGERRO
                   STRING "INVENTARIO LANCADO - " DELIMITED BY SIZE
                          WS-QT-AJUSTES DELIMITED BY SIZE
                          " AJUSTES GRAVADOS" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
               MOVE SPACES TO WS-ERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS.

       1600-LANCA-AJUSTESX. EXIT.

      * -----------------------------------
      * CANCELA UM INVENTARIO AINDA NAO LANCADO (NADA E AJUSTADO)
       1700-CANCELA-INVENTARIO SECTION.

           MOVE "07 - CANCELAR INVENTARIO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-INVENTARIO

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 6000-ACEITA-INVENTARIO

           IF INVENTARIO-VALIDO AND NOT FS-INV-PENDENTE
               MOVE "INVENTARIO JA LANCADO OU CANCELADO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'N' TO WS-INVENTARIO-OK
           END-IF

           IF INVENTARIO-VALIDO
               MOVE SPACES TO WS-ERRO
               MOVE "CONFIRMA O CANCELAMENTO DO INVENTARIO (S/N)?"
                 TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF E-SIM
                   MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
                   MOVE ARQ-INVENTARIO-REC TO LK-AGR-ANTES
                   MOVE "X" TO FS-INV-IND-SITUACAO
                   REWRITE ARQ-INVENTARIO-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "CANCELA" TO LK-AGR-OPERACAO
                   PERFORM 8600-REGISTRA-AUDITORIA
                   MOVE "INVENTARIO CANCELADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
               MOVE SPACES TO WS-ERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS.

       1700-CANCELA-INVENTARIOX. EXIT.

      * -----------------------------------
      * CARREGA OS PRODUTOS DO ESTOQUE, CLASSIFICA EM ABC, GRAVA AS
      * LINHAS SELECIONADAS E O CABECALHO DO INVENTARIO
       2000-FOTOGRAFA-ESTOQUE SECTION.

           PERFORM 2100-CARREGA-PRODUTOS
           PERFORM 2200-CLASSIFICA-ABC

           MOVE ZEROS TO WS-QT-ITENS

           PERFORM VARYING WS-TAB-PRD-IDX FROM 1 BY 1
                   UNTIL WS-TAB-PRD-IDX GREATER WS-TAB-PRD-QTD
               PERFORM 2250-SELECIONA-PRODUTO
           END-PERFORM

           IF WS-QT-ITENS EQUAL ZEROS
               MOVE "NENHUM PRODUTO SELECIONADO PARA CONTAGEM"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE SPACES TO ARQ-INVENTARIO-REC
               MOVE WS-NR-INVENTARIO TO FS-INV-NR-INVENTARIO
               MOVE WS-DT-HOJE       TO FS-INV-DT-ABERTURA
               IF E-TP-CICLICO
                   MOVE "C" TO FS-INV-TP-CONTAGEM
               ELSE
                   MOVE "G" TO FS-INV-TP-CONTAGEM
               END-IF
               MOVE WS-CD-FAMILIA    TO FS-INV-CD-FAMILIA
               MOVE WS-CD-DEPOSITO   TO FS-INV-CD-DEPOSITO
               MOVE "A"              TO FS-INV-IND-SITUACAO
               MOVE WS-QT-ITENS      TO FS-INV-QT-ITENS
               MOVE LK-OPERADOR      TO FS-INV-ID-OPERADOR
               MOVE ZEROS            TO FS-INV-DT-APROVACAO
                                        FS-INV-DT-LANCAMENTO

               WRITE ARQ-INVENTARIO-REC
                   INVALID KEY
                       MOVE "INVENTARIO JA EXISTE" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-WRITE

               IF FS-STAT-INV-OK
                   MOVE "INVENTARIO" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE WS-NR-INVENTARIO TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   MOVE SPACES TO WS-MSGERRO
                   STRING "INVENTARIO ABERTO COM " DELIMITED BY SIZE
                          WS-QT-ITENS DELIMITED BY SIZE
                          " PRODUTOS" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       2000-FOTOGRAFA-ESTOQUEX. EXIT.

      * -----------------------------------
      * CARREGA NA TABELA OS PRODUTOS COM REGISTRO DE ESTOQUE NO
      * DEPOSITO (DA FAMILIA ESCOLHIDA), COM SALDO, CUSTO E VALOR
      * DAS SAIDAS
       2100-CARREGA-PRODUTOS SECTION.

           MOVE ZEROS TO WS-TAB-PRD-QTD WS-VL-SAIDA-TOTAL
           MOVE 'N' TO WS-TAB-CHEIA

           COMPUTE WS-DT-INICIO-ABC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - WS-DIAS-ABC)

           MOVE LOW-VALUES TO FS-STQ-KEY
           PERFORM 6200-LE-PROX-ESTOQUE

           PERFORM UNTIL NOT FS-STAT-STQ-OK

               MOVE FS-STQ-CD-PRODUTO TO FS-PRO-CD-PRODUTO
               READ ARQ-PRODUTO

               IF FS-STAT-PRO-OK AND
                  FS-STQ-CD-DEPOSITO EQUAL WS-CD-DEPOSITO AND
                  (WS-CD-FAMILIA EQUAL SPACES OR
                   FS-PRO-CD-FAMILIA EQUAL WS-CD-FAMILIA)
                   IF WS-TAB-PRD-QTD LESS 10000
                       ADD 1 TO WS-TAB-PRD-QTD
                       MOVE WS-TAB-PRD-QTD TO WS-TAB-PRD-IDX
                       PERFORM 2110-MONTA-ITEM-TABELA
                   ELSE
                       MOVE 'S' TO WS-TAB-CHEIA
                   END-IF
               END-IF

               PERFORM 6200-LE-PROX-ESTOQUE
           END-PERFORM

           IF E-TAB-CHEIA
               MOVE "TABELA DE PRODUTOS CHEIA - FOTOGRAFIA PARCIAL"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2100-CARREGA-PRODUTOSX. EXIT.

      * -----------------------------------
      * PREENCHE A POSICAO CORRENTE DA TABELA E SOMA O VALOR DAS
      * SAIDAS DO PRODUTO DESDE O INICIO DA JANELA ABC
       2110-MONTA-ITEM-TABELA SECTION.

           MOVE FS-STQ-CD-PRODUTO TO WS-TAB-PRD-CD(WS-TAB-PRD-IDX)
           MOVE FS-PRO-CD-FAMILIA
             TO WS-TAB-PRD-FAMILIA(WS-TAB-PRD-IDX)
           MOVE FS-STQ-QT-SALDO TO WS-TAB-PRD-SALDO(WS-TAB-PRD-IDX)
           MOVE "C" TO WS-TAB-PRD-CLASSE(WS-TAB-PRD-IDX)
           MOVE ZEROS TO WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX)
           IF FS-STQ-DT-ULT-CONTAGEM NUMERIC
               MOVE FS-STQ-DT-ULT-CONTAGEM
                 TO WS-TAB-PRD-DT-CONT(WS-TAB-PRD-IDX)
           ELSE
               MOVE ZEROS TO WS-TAB-PRD-DT-CONT(WS-TAB-PRD-IDX)
           END-IF

           PERFORM 6645-BUSCA-CUSTO
           MOVE WS-VL-CUSTO TO WS-TAB-PRD-CUSTO(WS-TAB-PRD-IDX)

           MOVE FS-STQ-CD-PRODUTO TO FS-MOV-CD-PRODUTO
           MOVE WS-DT-INICIO-ABC  TO FS-MOV-DT-MOVIMENTO
           MOVE ZEROS TO FS-MOV-HR-MOVIMENTO FS-MOV-NR-SEQUENCIA
           PERFORM 6300-LE-PROX-MOVIMENTO

           PERFORM UNTIL NOT FS-STAT-MOV-OK OR
                         FS-MOV-CD-PRODUTO NOT EQUAL FS-STQ-CD-PRODUTO
               IF FS-MOV-SAIDA
                   COMPUTE WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX) =
                       WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX)
                     + (FUNCTION ABS(FS-MOV-QT) * WS-VL-CUSTO)
               END-IF
               PERFORM 6300-LE-PROX-MOVIMENTO
           END-PERFORM

           ADD WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX) TO WS-VL-SAIDA-TOTAL.

       2110-MONTA-ITEM-TABELAX. EXIT.

      * -----------------------------------
      * ORDENA A TABELA POR VALOR DE SAIDA DECRESCENTE E CARIMBA A
      * CLASSE PELO ACUMULADO DE PARETO (80/95); SEM SAIDA = "C"
       2200-CLASSIFICA-ABC SECTION.

           IF WS-VL-SAIDA-TOTAL GREATER ZEROS
               MOVE ZEROS TO WS-VL-SAIDA-ACUM
               MOVE "N" TO WS-FIM-SORT-FILE

               SORT SORT-FILE
                   DESCENDING KEY SD-ABC-VL-SAIDA
                   INPUT PROCEDURE 2210-ABC-INPUT
                   OUTPUT PROCEDURE 2220-ABC-OUTPUT
           END-IF.

       2200-CLASSIFICA-ABCX. EXIT.

      * -----------------------------------
      * LIBERA PARA O SORT OS PRODUTOS COM SAIDA NA JANELA
       2210-ABC-INPUT SECTION.

           PERFORM VARYING WS-TAB-PRD-IDX FROM 1 BY 1
                   UNTIL WS-TAB-PRD-IDX GREATER WS-TAB-PRD-QTD
               IF WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX) GREATER ZEROS
                   MOVE WS-TAB-PRD-VL-SAIDA(WS-TAB-PRD-IDX)
                     TO SD-ABC-VL-SAIDA
                   MOVE WS-TAB-PRD-IDX TO SD-ABC-IDX
                   RELEASE SORT-REC-ABC
               END-IF
           END-PERFORM.

       2210-ABC-INPUTX. EXIT.

      * -----------------------------------
      * ACUMULA O VALOR E DEFINE A CLASSE DE CADA PRODUTO
       2220-ABC-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               COMPUTE WS-PC-ACUM ROUNDED =
                   (WS-VL-SAIDA-ACUM * 100) / WS-VL-SAIDA-TOTAL

               EVALUATE TRUE
                   WHEN WS-PC-ACUM LESS 80
                       MOVE "A" TO WS-TAB-PRD-CLASSE(SD-ABC-IDX)
                   WHEN WS-PC-ACUM LESS 95
                       MOVE "B" TO WS-TAB-PRD-CLASSE(SD-ABC-IDX)
                   WHEN OTHER
                       MOVE "C" TO WS-TAB-PRD-CLASSE(SD-ABC-IDX)
               END-EVALUATE

               ADD SD-ABC-VL-SAIDA TO WS-VL-SAIDA-ACUM

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM.

       2220-ABC-OUTPUTX. EXIT.

      * -----------------------------------
      * NO MODO CICLICO SO ENTRA O PRODUTO CUJA ULTIMA CONTAGEM
      * VENCEU O INTERVALO DA CLASSE; GRAVA A LINHA DA FOTOGRAFIA
       2250-SELECIONA-PRODUTO SECTION.

           MOVE 'S' TO WS-INVENTARIO-OK

           IF E-TP-CICLICO AND
              WS-TAB-PRD-DT-CONT(WS-TAB-PRD-IDX) GREATER ZEROS
               EVALUATE WS-TAB-PRD-CLASSE(WS-TAB-PRD-IDX)
                   WHEN "A"
                       MOVE WS-CICLO-A TO WS-CICLO-DIAS
                   WHEN "B"
                       MOVE WS-CICLO-B TO WS-CICLO-DIAS
                   WHEN OTHER
                       MOVE WS-CICLO-C TO WS-CICLO-DIAS
               END-EVALUATE
               COMPUTE WS-DIAS-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                 - FUNCTION INTEGER-OF-DATE(
                       WS-TAB-PRD-DT-CONT(WS-TAB-PRD-IDX))
               IF WS-DIAS-DESDE LESS WS-CICLO-DIAS
                   MOVE 'N' TO WS-INVENTARIO-OK
               END-IF
           END-IF

           IF INVENTARIO-VALIDO
               MOVE SPACES TO ARQ-INVITEM-REC
               MOVE WS-NR-INVENTARIO TO FS-IVI-NR-INVENTARIO
               MOVE WS-TAB-PRD-CD(WS-TAB-PRD-IDX)
                 TO FS-IVI-CD-PRODUTO
               MOVE WS-TAB-PRD-FAMILIA(WS-TAB-PRD-IDX)
                 TO FS-IVI-CD-FAMILIA
               MOVE WS-TAB-PRD-CLASSE(WS-TAB-PRD-IDX)
                 TO FS-IVI-CLASSE-ABC
               MOVE WS-TAB-PRD-SALDO(WS-TAB-PRD-IDX)
                 TO FS-IVI-QT-SISTEMA
               MOVE ZEROS TO FS-IVI-QT-CONTADA
               MOVE "N" TO FS-IVI-IND-CONTADO
               MOVE WS-TAB-PRD-CUSTO(WS-TAB-PRD-IDX)
                 TO FS-IVI-VL-CUSTO

               WRITE ARQ-INVITEM-REC
                   INVALID KEY
                       REWRITE ARQ-INVITEM-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE

               ADD 1 TO WS-QT-ITENS
           END-IF.

       2250-SELECIONA-PRODUTOX. EXIT.

      * -----------------------------------
      * VALIDA O PRODUTO DIGITADO CONTRA A FOTOGRAFIA E GRAVA A
      * QUANTIDADE CONTADA
       2300-REGISTRA-CONTAGEM SECTION.

           MOVE WS-NR-INVENTARIO TO FS-IVI-NR-INVENTARIO
           MOVE WS-CT-CD-PRODUTO TO FS-IVI-CD-PRODUTO
           READ ARQ-INVITEM

           IF NOT FS-STAT-IVI-OK
               MOVE "PRODUTO FORA DESTE INVENTARIO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE WS-CT-CD-PRODUTO TO FS-PRO-CD-PRODUTO
               READ ARQ-PRODUTO
               IF FS-STAT-PRO-OK
                   MOVE FS-PRO-DS-PRODUTO TO WS-CT-DS-PRODUTO
               END-IF
               MOVE FS-IVI-CD-FAMILIA TO WS-CT-CD-FAMILIA
               IF FS-IVI-CONTADO
                   MOVE "S" TO WS-CT-CONTADO
               ELSE
                   MOVE "N" TO WS-CT-CONTADO
               END-IF

               DISPLAY SS-CONT-DESCRICAO
               ACCEPT SS-CONT-QTDE

               IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                   MOVE WS-CT-QT-CONTADA TO FS-IVI-QT-CONTADA
                   MOVE "S" TO FS-IVI-IND-CONTADO
                   REWRITE ARQ-INVITEM-REC
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR A CONTAGEM"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                   END-REWRITE
               END-IF
           END-IF.

       2300-REGISTRA-CONTAGEMX. EXIT.

      * -----------------------------------
      * PARA CADA LINHA CONTADA: AJUSTE "A"/"IV" DA DIFERENCA SOBRE
      * O SALDO ATUAL E DATA DA ULTIMA CONTAGEM NO ESTOQUE
       2600-GRAVA-AJUSTES SECTION.

           MOVE ZEROS TO WS-QT-AJUSTES WS-NR-SEQ

           MOVE WS-NR-INVENTARIO TO FS-IVI-NR-INVENTARIO
           MOVE ZEROS TO FS-IVI-CD-PRODUTO
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-IVI-OK OR
                         FS-IVI-NR-INVENTARIO NOT EQUAL
                         WS-NR-INVENTARIO
               IF FS-IVI-CONTADO
                   COMPUTE WS-QT-DIFERENCA =
                       FS-IVI-QT-CONTADA - FS-IVI-QT-SISTEMA
                   PERFORM 2610-AJUSTA-ESTOQUE
               END-IF
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       2600-GRAVA-AJUSTESX. EXIT.

      * -----------------------------------
      * APLICA A DIFERENCA DA LINHA CORRENTE NO SALDO E NO KARDEX
       2610-AJUSTA-ESTOQUE SECTION.

           MOVE FS-IVI-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO    TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF NOT FS-STAT-STQ-OK
               MOVE SPACES TO ARQ-ESTOQUE-REC
               MOVE FS-IVI-CD-PRODUTO TO FS-STQ-CD-PRODUTO
               MOVE WS-CD-DEPOSITO    TO FS-STQ-CD-DEPOSITO
               MOVE ZEROS TO FS-STQ-QT-SALDO FS-STQ-QT-RESERVADO
               WRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               READ ARQ-ESTOQUE
           END-IF

           ADD WS-QT-DIFERENCA TO FS-STQ-QT-SALDO
           MOVE WS-DT-HOJE TO FS-STQ-DT-ULT-CONTAGEM

           REWRITE ARQ-ESTOQUE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-QT-DIFERENCA NOT EQUAL ZEROS
               ACCEPT WS-HORA-BUFFER FROM TIME
               MOVE WS-HORA-BUFFER(1:6) TO WS-HR-AGORA
               ADD 1 TO WS-NR-SEQ

               MOVE FS-IVI-CD-PRODUTO TO FS-MOV-CD-PRODUTO
               MOVE WS-DT-HOJE        TO FS-MOV-DT-MOVIMENTO
               MOVE WS-HR-AGORA       TO FS-MOV-HR-MOVIMENTO
               MOVE WS-NR-SEQ         TO FS-MOV-NR-SEQUENCIA
               MOVE "A"               TO FS-MOV-TP-MOVIMENTO
               MOVE WS-QT-DIFERENCA   TO FS-MOV-QT
               MOVE "IV"              TO FS-MOV-CD-MOTIVO
               MOVE WS-NR-INVENTARIO  TO FS-MOV-NR-DOCUMENTO
               MOVE WS-CD-DEPOSITO    TO FS-MOV-CD-DEPOSITO

               WRITE ARQ-MOVESTOQUE-REC
                   INVALID KEY
                       ADD 1 TO WS-NR-SEQ
                       MOVE WS-NR-SEQ TO FS-MOV-NR-SEQUENCIA
                       WRITE ARQ-MOVESTOQUE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-WRITE

               ADD 1 TO WS-QT-AJUSTES
           END-IF.

       2610-AJUSTA-ESTOQUEX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE INVENTARIO E ESTOQUE PARA ENTRADA E
      * SAIDA E OS CADASTROS PARA CONSULTA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-INVENTARIO
           IF FS-STAT-INV-NAO-EXISTE
               OPEN OUTPUT ARQ-INVENTARIO
               CLOSE ARQ-INVENTARIO
               OPEN I-O ARQ-INVENTARIO
           END-IF

           OPEN I-O ARQ-INVITEM
           IF FS-STAT-IVI-NAO-EXISTE
               OPEN OUTPUT ARQ-INVITEM
               CLOSE ARQ-INVITEM
               OPEN I-O ARQ-INVITEM
           END-IF

           OPEN I-O ARQ-ESTOQUE
           IF FS-STAT-STQ-NAO-EXISTE
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF

           OPEN I-O ARQ-MOVESTOQUE
           IF FS-STAT-MOV-NAO-EXISTE
               OPEN OUTPUT ARQ-MOVESTOQUE
               CLOSE ARQ-MOVESTOQUE
               OPEN I-O ARQ-MOVESTOQUE
           END-IF

           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-FAMILIA

           MOVE 'N' TO WS-CUSTO-ABERTO
           OPEN INPUT ARQ-CUSTO
           IF FS-STAT-CUS-OK
               MOVE 'S' TO WS-CUSTO-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * PEDE O NUMERO DO INVENTARIO, LE O CABECALHO E CONTA AS
      * LINHAS JA CONTADAS
       6000-ACEITA-INVENTARIO SECTION.

           MOVE 'N' TO WS-INVENTARIO-OK

           DISPLAY SS-CLS
           ACCEPT SS-CHAVE

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-NR-INVENTARIO GREATER ZEROS
               MOVE WS-NR-INVENTARIO TO FS-INV-NR-INVENTARIO
               READ ARQ-INVENTARIO
               IF NOT FS-STAT-INV-OK
                   MOVE "INVENTARIO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   MOVE 'S' TO WS-INVENTARIO-OK
                   MOVE FS-INV-TP-CONTAGEM TO WS-TP-CONTAGEM
                   MOVE FS-INV-CD-FAMILIA  TO WS-CD-FAMILIA
                   IF FS-INV-CD-DEPOSITO IS NUMERIC AND
                      FS-INV-CD-DEPOSITO GREATER ZEROS
                       MOVE FS-INV-CD-DEPOSITO TO WS-CD-DEPOSITO
                   ELSE
                       PERFORM 6510-DEPOSITO-PADRAO
                   END-IF
                   EVALUATE TRUE
                       WHEN FS-INV-EM-CONTAGEM
                           MOVE "EM CONTAGEM" TO WS-DS-SITUACAO
                       WHEN FS-INV-APROVADO
                           MOVE "APROVADO" TO WS-DS-SITUACAO
                       WHEN FS-INV-LANCADO
                           MOVE "LANCADO" TO WS-DS-SITUACAO
                       WHEN OTHER
                           MOVE "CANCELADO" TO WS-DS-SITUACAO
                   END-EVALUATE

                   MOVE ZEROS TO WS-QT-ITENS WS-QT-CONTADOS
                   MOVE WS-NR-INVENTARIO TO FS-IVI-NR-INVENTARIO
                   MOVE ZEROS TO FS-IVI-CD-PRODUTO
                   PERFORM 6100-LE-PROX-ITEM
                   PERFORM UNTIL NOT FS-STAT-IVI-OK OR
                                 FS-IVI-NR-INVENTARIO NOT EQUAL
                                 WS-NR-INVENTARIO
                       ADD 1 TO WS-QT-ITENS
                       IF FS-IVI-CONTADO
                           ADD 1 TO WS-QT-CONTADOS
                       END-IF
                       PERFORM 6100-LE-PROX-ITEM
                   END-PERFORM

                   DISPLAY SS-DADOS
                   DISPLAY SS-TELA-SITUACAO
               END-IF
           END-IF.

       6000-ACEITA-INVENTARIOX. EXIT.

      * -----------------------------------
      * PROCURA UM INVENTARIO AINDA PENDENTE (EM CONTAGEM OU
      * APROVADO E NAO LANCADO)
       6050-BUSCA-PENDENTE SECTION.

           MOVE ZEROS TO WS-INV-PENDENTE

           MOVE LOW-VALUES TO FS-INV-KEY
           PERFORM 6060-LE-PROX-INVENTARIO

           PERFORM UNTIL NOT FS-STAT-INV-OK
               IF FS-INV-PENDENTE
                   MOVE FS-INV-NR-INVENTARIO TO WS-INV-PENDENTE
               END-IF
               PERFORM 6060-LE-PROX-INVENTARIO
           END-PERFORM.

       6050-BUSCA-PENDENTEX. EXIT.

      * -----------------------------------
      * LE O PROXIMO CABECALHO DE INVENTARIO PELA CHAVE
       6060-LE-PROX-INVENTARIO SECTION.

           START ARQ-INVENTARIO KEY > FS-INV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-INV
               NOT INVALID KEY
                   READ ARQ-INVENTARIO NEXT
                       AT END MOVE 99 TO FS-STAT-INV
                   END-READ
           END-START.

       6060-LE-PROX-INVENTARIOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE INVENTARIO PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-INVITEM KEY > FS-IVI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-IVI
               NOT INVALID KEY
                   READ ARQ-INVITEM NEXT
                       AT END MOVE 99 TO FS-STAT-IVI
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DE ESTOQUE PELA CHAVE
       6200-LE-PROX-ESTOQUE SECTION.

           START ARQ-ESTOQUE KEY > FS-STQ-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-STQ
               NOT INVALID KEY
                   READ ARQ-ESTOQUE NEXT
                       AT END MOVE 99 TO FS-STAT-STQ
                   END-READ
           END-START.

       6200-LE-PROX-ESTOQUEX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO DE ESTOQUE A PARTIR DA CHAVE
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
      * VALIDA A FAMILIA INFORMADA (BRANCO = TODAS)
       6500-VALIDA-FAMILIA SECTION.

           MOVE 'S' TO WS-INVENTARIO-OK

           IF WS-CD-FAMILIA NOT EQUAL SPACES
               MOVE WS-CD-FAMILIA TO FS-FAM-CD-FAMILIA
               READ ARQ-FAMILIA
               IF NOT FS-STAT-FAM-OK
                   MOVE "FAMILIA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE 'N' TO WS-INVENTARIO-OK
               END-IF
           END-IF.

       6500-VALIDA-FAMILIAX. EXIT.

      * -----------------------------------
      * DEPOSITO PADRAO DO INVENTARIO (DEPOSITO NAO INFORMADO)
       6510-DEPOSITO-PADRAO SECTION.

           MOVE SPACES TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO.

       6510-DEPOSITO-PADRAOX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO DO ESTOQUE NA DATA DE HOJE
       6645-BUSCA-CUSTO SECTION.

           MOVE ZEROS TO WS-VL-CUSTO

           IF E-CUSTO-ABERTO
               MOVE FS-STQ-CD-PRODUTO TO FS-CUS-CD-PRODUTO
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
                  FS-CUS-CD-PRODUTO EQUAL FS-STQ-CD-PRODUTO AND
                  FS-CUS-DT-VIGENCIA NOT GREATER WS-DT-HOJE
                   MOVE FS-CUS-VL-CUSTO TO WS-VL-CUSTO
               END-IF
           END-IF.

       6645-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * VERIFICA NO CADASTRO DE OPERADORES SE O OPERADOR LOGADO TEM
      * A AUTORIZACAO DE SUPERVISOR (SEM O CADASTRO DE OPERADORES A
      * CRITICA NAO SE APLICA, COMO NO LOGIN DE CONTINGENCIA)
       6700-VERIFICA-AUTORIZACAO SECTION.

           MOVE 'N' TO WS-PODE-APROVAR

           OPEN INPUT ARQ-OPERADOR

           IF FS-STAT-OPE-NAO-EXISTE
               MOVE 'S' TO WS-PODE-APROVAR
           ELSE
               MOVE LK-OPERADOR TO FS-OPE-ID
               READ ARQ-OPERADOR
               IF FS-STAT-OPE-OK AND FS-OPE-PODE-REABRIR
                   MOVE 'S' TO WS-PODE-APROVAR
               END-IF
               CLOSE ARQ-OPERADOR
           END-IF.

       6700-VERIFICA-AUTORIZACAOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE INVENTARIO, ESTOQUE E CADASTROS
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-INVENTARIO
           CLOSE ARQ-INVITEM
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-FAMILIA

           IF E-CUSTO-ABERTO
               CLOSE ARQ-CUSTO
               MOVE 'N' TO WS-CUSTO-ABERTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE WS-ID-RELATORIO TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * REGISTRA NA AUDITORIA GERAL A MUDANCA DE SITUACAO DO
      * INVENTARIO CORRENTE (OPERACAO JA EM LK-AGR-OPERACAO)
       8600-REGISTRA-AUDITORIA SECTION.

           MOVE ARQ-INVENTARIO-REC   TO LK-AGR-DEPOIS
           MOVE "INVENTARIO"         TO LK-AGR-ENTIDADE
           MOVE FS-INV-NR-INVENTARIO TO LK-AGR-CHAVE
           MOVE LK-OPERADOR          TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8600-REGISTRA-AUDITORIAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_INVENTARIO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_INVENTARIO.
