      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Lista Diaria de Televendas pelo Ciclo de Compra
      * Tectonics: cobc
      ******************************************************************
      * APRENDE O CICLO DE COMPRA DE CADA CLIENTE ATIVO PELO
      * INTERVALO MEDIO ENTRE OS PEDIDOS DE VENDA FATURADOS DENTRO DA
      * JANELA TELEVENDAS-JANELA (PADRAO 365 DIAS; SAO PRECISOS AO
      * MENOS DOIS FATURAMENTOS) E LISTA EM TELEVENDAS_<AAAAMMDD>.TXT
      * OS CLIENTES COM A PROXIMA COMPRA PREVISTA PARA HOJE OU JA
      * VENCIDA, DESDE QUE:
      *   - NAO TENHAM PEDIDO EM ABERTO (ABERTO, CONFIRMADO OU RETIDO);
      *   - NAO ESTEJAM NA AGENDA DE VISITAS DA SEMANA (ARQUIVOS
      *     AGENDA_VENDEDOR_<CD>.CSV DE CBL_AGENDA, DA SEGUNDA-FEIRA
      *     CORRENTE ATE SETE DIAS ADIANTE);
      *   - NAO TENHAM LIGACAO REGISTRADA EM LIGACAO.IDX NOS ULTIMOS
      *     TELEVENDAS-CARENCIA DIAS (PADRAO 3); COM DATA DE RETORNO
      *     COMBINADA, O CLIENTE SO VOLTA A LISTA NESSA DATA.
      * A LISTA SAI ORDENADA PELA CLASSE ABC (A, B, C, SEM CLASSE) E
      * PELOS DIAS DE ATRASO (MAIOR PRIMEIRO). CADA CLIENTE TRAZ OS
      * DADOS DE CONTATO, OS ITENS E QUANTIDADES DO ULTIMO PEDIDO
      * FATURADO COMO SUGESTAO E OS TITULOS EM ABERTO. O RESULTADO DA
      * LIGACAO E REGISTRADO EM CBL_MENU_LIGACAO. CONTATO, TELEFONE E
      * E-MAIL SAEM MASCARADOS PARA O OPERADOR SEM A AUTORIZACAO DE
      * DADOS PESSOAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_LISTA_TELEVENDAS.
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

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-LIGACAO ASSIGN TO DISK WID-ARQ-LIGACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LIG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LIG.

           SELECT ARQ-AGENDA ASSIGN TO WNM-ARQ-AGENDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-AGE.

           SELECT ARQ-LISTA ASSIGN TO WNM-ARQ-LISTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-LIS.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-LIGACAO.

       COPY FS-ARQ-LIGACAO.

       FD  ARQ-AGENDA.
       01  ARQ-AGENDA-REC PIC X(120).

       FD ARQ-LISTA.
       01 ARQ-LISTA-REC PIC X(120).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-NR-CLASSE       PIC 9(001).
           05 SD-QT-DIAS-ATRASO  PIC 9(004).
           05 SD-CD-CLIENTE      PIC 9(007).
           05 SD-TAB-IDX         PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.
           88 FS-STAT-ITE-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-LIG PIC 9(02).
           88 FS-STAT-LIG-OK         VALUE 00.
           88 FS-STAT-LIG-NAO-EXISTE VALUE 35.

       77 FS-STAT-AGE PIC 9(02).
           88 FS-STAT-AGE-OK         VALUE 00.
           88 FS-STAT-AGE-NAO-EXISTE VALUE 35.

       77 FS-STAT-LIS PIC 9(02).
           88 FS-STAT-LIS-OK         VALUE 00.

       77 WNM-ARQ-AGENDA PIC X(50) VALUE SPACES.
       77 WNM-ARQ-LISTA  PIC X(50) VALUE SPACES.

       77 WS-ITEM-ABERTO PIC X VALUE 'N'.
           88 E-ITEM-ABERTO VALUE 'S'.

       77 WS-PRODUTO-ABERTO PIC X VALUE 'N'.
           88 E-PRODUTO-ABERTO VALUE 'S'.

       77 WS-RECEBER-ABERTO PIC X VALUE 'N'.
           88 E-RECEBER-ABERTO VALUE 'S'.

       77 WS-LIGACAO-ABERTA PIC X VALUE 'N'.
           88 E-LIGACAO-ABERTA VALUE 'S'.

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
       77 WS-DIA-SEMANA    PIC 9(001) VALUE ZEROS.
       77 WS-DT-SEGUNDA    PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM-AGENDA PIC 9(008) VALUE ZEROS.
       77 WS-DT-JANELA     PIC 9(008) VALUE ZEROS.
       77 WS-DT-CARENCIA   PIC 9(008) VALUE ZEROS.

       77 WS-DIAS-JANELA   PIC 9(004) VALUE 365.
       77 WS-DIAS-CARENCIA PIC 9(003) VALUE 3.

       77 WS-FIM-SORT-FILE PIC X(01) VALUE 'N'.

      * HISTORICO DE FATURAMENTO E SITUACAO POR CLIENTE
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 10000.
               10 WS-TAB-CLI-CD          PIC 9(007).
               10 WS-TAB-CLI-QT-FAT      PIC 9(004).
               10 WS-TAB-CLI-DT-PRIM     PIC 9(008).
               10 WS-TAB-CLI-DT-ULT      PIC 9(008).
               10 WS-TAB-CLI-NR-ULT-PED  PIC 9(007).
               10 WS-TAB-CLI-QT-CICLO    PIC 9(004).
               10 WS-TAB-CLI-DT-PREVISTA PIC 9(008).
               10 WS-TAB-CLI-QT-ATRASO   PIC 9(004).
               10 WS-TAB-CLI-IND-ABERTO  PIC X(001).
               10 WS-TAB-CLI-IND-DEVIDO  PIC X(001).
               10 WS-TAB-CLI-IND-AGENDA  PIC X(001).
       77 WS-TAB-CLI-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-ACH PIC 9(005) VALUE ZEROS.
       77 WS-CD-CLIENTE-TAB PIC 9(007) VALUE ZEROS.
       77 WS-CRIA-TAB PIC X VALUE 'N'.
           88 E-CRIA-TAB VALUE 'S'.
       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

      * TITULOS EM ABERTO DOS CLIENTES DEVIDOS
       01 WS-TAB-TIT.
           05 WS-TAB-TIT-ITEM OCCURS 5000.
               10 WS-TAB-TIT-CD-CLIENTE  PIC 9(007).
               10 WS-TAB-TIT-NR-DOC      PIC 9(007).
               10 WS-TAB-TIT-DT-VENC     PIC 9(008).
               10 WS-TAB-TIT-VL          PIC 9(011)V99.
       77 WS-TAB-TIT-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-TIT-IDX PIC 9(005) VALUE ZEROS.
       77 WS-QT-TIT-CLI  PIC 9(004) VALUE ZEROS.

       01 WS-AGE-CAMPOS.
           05 WS-AGE-DATA     PIC X(010).
           05 WS-AGE-DIA      PIC X(003).
           05 WS-AGE-CLIENTE  PIC X(010).
       77 WS-DT-AGE PIC 9(008) VALUE ZEROS.

       77 WS-DT-ULT-LIG     PIC 9(008) VALUE ZEROS.
       77 WS-DT-RETORNO-LIG PIC 9(008) VALUE ZEROS.
       77 WS-LIGADO PIC X VALUE 'N'.
           88 E-LIGADO VALUE 'S'.

       77 WS-QT-DIAS-CALC PIC S9(008) VALUE ZEROS.
       77 WS-NR-POSICAO   PIC 9(005) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-COM-CICLO   PIC 9(9) VALUE ZEROS.
           05 WQT-DEVIDOS     PIC 9(9) VALUE ZEROS.
           05 WQT-NA-AGENDA   PIC 9(9) VALUE ZEROS.
           05 WQT-CONTATADOS  PIC 9(9) VALUE ZEROS.
           05 WQT-LISTADOS    PIC 9(9) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(120) VALUE SPACES.
       77 WS-ED-VALOR PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-QT    PIC ZZZZ9.

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.
       77 WS-NM-CONTATO-IMP  PIC X(030) VALUE SPACES.
       77 WS-NR-TELEFONE-IMP PIC X(015) VALUE SPACES.
       77 WS-DS-EMAIL-IMP    PIC X(040) VALUE SPACES.

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_LIGACAO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_MASCARA_DADOS.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
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
               10 LINE WS-NUML-ANT COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-RESULTADO.
           05 LINE 10 COLUMN 03 VALUE "Clientes com Ciclo:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-COM-CICLO.
           05 LINE 11 COLUMN 03 VALUE "Devidos ou Vencidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-DEVIDOS.
           05 LINE 12 COLUMN 03 VALUE "Na Agenda da Semana:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-NA-AGENDA.
           05 LINE 13 COLUMN 03 VALUE "Ja Contatados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CONTATADOS.
           05 LINE 14 COLUMN 03 VALUE "Clientes na Lista:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LISTADOS.

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
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-RECEBER
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-LIGACAO

           MOVE "TELEVENDAS-JANELA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-JANELA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "TELEVENDAS-CARENCIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-CARENCIA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "LISTA DE TELEVENDAS" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-TAB-CLI-QTD WS-TAB-TIT-QTD
                         WS-NR-POSICAO LK-RETURN-CODE
           MOVE 'N' TO WS-TAB-CHEIA

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
           END-IF

           PERFORM 2000-CALCULA-DATAS

           MOVE SPACES TO WNM-ARQ-LISTA
           STRING "TELEVENDAS_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-LISTA

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 2100-LEVANTA-PEDIDOS
           PERFORM 2200-CALCULA-CICLOS
           PERFORM 2300-MARCA-AGENDA
           PERFORM 2400-CARREGA-TITULOS

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "LISTA DE TELEVENDAS - " DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE "N" TO WS-FIM-SORT-FILE
           SORT SORT-FILE
               ASCENDING KEY SD-NR-CLASSE
               DESCENDING KEY SD-QT-DIAS-ATRASO
               ASCENDING KEY SD-CD-CLIENTE
               INPUT PROCEDURE 3000-SORT-INPUT
               OUTPUT PROCEDURE 3100-SORT-OUTPUT

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "TOTAL DE CLIENTES NA LISTA: " DELIMITED BY SIZE
                  WQT-LISTADOS DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           IF E-TAB-CHEIA
               MOVE "ATENCAO: LIMITE DA TABELA ATINGIDO, LISTA PARCIAL"
                 TO ARQ-LISTA-REC
               WRITE ARQ-LISTA-REC
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           MOVE SPACES TO WS-MSGERRO
           STRING "TELEVENDAS: " DELIMITED BY SIZE
                  WQT-LISTADOS DELIMITED BY SIZE
                  " CLIENTES EM " DELIMITED BY SIZE
                  WNM-ARQ-LISTA DELIMITED BY SPACE
             INTO WS-MSGERRO

           MOVE "CBL_LISTA_TELEVENDAS" TO LK-LOG-PROGRAMA
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
      * DATAS DE TRABALHO: INICIO DA JANELA DE APRENDIZADO, LIMITE
      * DA CARENCIA DE LIGACAO E A SEMANA DA AGENDA (SEGUNDA-FEIRA
      * CORRENTE ATE SETE DIAS ADIANTE; O DIA 16010101 DO CALENDARIO
      * INTEIRO FOI UMA SEGUNDA-FEIRA)
       2000-CALCULA-DATAS SECTION.

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

           COMPUTE WS-DT-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOJE - WS-DIAS-JANELA)
           COMPUTE WS-DT-CARENCIA = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOJE - WS-DIAS-CARENCIA)

           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-HOJE, 7)
           IF WS-DIA-SEMANA EQUAL ZEROS
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           COMPUTE WS-DT-SEGUNDA = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOJE - WS-DIA-SEMANA + 1)
           COMPUTE WS-DT-FIM-AGENDA = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOJE + 7).

       2000-CALCULA-DATASX. EXIT.

      * -----------------------------------
      * VARRE OS PEDIDOS: OS DE VENDA FATURADOS NA JANELA FORMAM O
      * HISTORICO (PRIMEIRO E ULTIMO FATURAMENTO, QUANTIDADE E O
      * ULTIMO PEDIDO); PEDIDO AINDA NAO FATURADO MARCA O CLIENTE
      * COMO COM PEDIDO EM ABERTO
       2100-LEVANTA-PEDIDOS SECTION.

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6000-LER-ARQ-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               EVALUATE TRUE
                   WHEN FS-PED-ABERTO OR FS-PED-CONFIRMADO OR
                        FS-PED-RETIDO
                       MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                       MOVE 'S' TO WS-CRIA-TAB
                       PERFORM 6100-LOCALIZA-CLIENTE-TAB
                       IF WS-TAB-CLI-ACH GREATER ZEROS
                           MOVE 'S'
                             TO WS-TAB-CLI-IND-ABERTO(WS-TAB-CLI-ACH)
                       END-IF
                   WHEN FS-PED-FATURADO AND FS-PED-TP-VENDA AND
                        FS-PED-DT-FATURAMENTO NOT LESS WS-DT-JANELA
                       MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                       MOVE 'S' TO WS-CRIA-TAB
                       PERFORM 6100-LOCALIZA-CLIENTE-TAB
                       IF WS-TAB-CLI-ACH GREATER ZEROS
                           PERFORM 6150-ACUMULA-FATURADO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM 6000-LER-ARQ-PEDIDO
           END-PERFORM.

       2100-LEVANTA-PEDIDOSX. EXIT.

      * -----------------------------------
      * CICLO MEDIO = DIAS ENTRE O PRIMEIRO E O ULTIMO FATURAMENTO
      * DIVIDIDOS PELO NUMERO DE INTERVALOS; O CLIENTE E DEVIDO
      * QUANDO ULTIMO FATURAMENTO + CICLO NAO PASSA DE HOJE E NAO HA
      * PEDIDO EM ABERTO
       2200-CALCULA-CICLOS SECTION.

           PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
             UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD

               IF WS-TAB-CLI-QT-FAT(WS-TAB-CLI-IDX) GREATER 1
                   ADD 1 TO WQT-COM-CICLO

                   COMPUTE WS-TAB-CLI-QT-CICLO(WS-TAB-CLI-IDX)
                       ROUNDED =
                       (FUNCTION INTEGER-OF-DATE(
                            WS-TAB-CLI-DT-ULT(WS-TAB-CLI-IDX))
                      - FUNCTION INTEGER-OF-DATE(
                            WS-TAB-CLI-DT-PRIM(WS-TAB-CLI-IDX)))
                      / (WS-TAB-CLI-QT-FAT(WS-TAB-CLI-IDX) - 1)

                   COMPUTE WS-QT-DIAS-CALC =
                       FUNCTION INTEGER-OF-DATE(
                           WS-TAB-CLI-DT-ULT(WS-TAB-CLI-IDX))
                     + WS-TAB-CLI-QT-CICLO(WS-TAB-CLI-IDX)
                   COMPUTE WS-TAB-CLI-DT-PREVISTA(WS-TAB-CLI-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-QT-DIAS-CALC)

                   IF WS-QT-DIAS-CALC NOT GREATER WS-INT-HOJE AND
                      WS-TAB-CLI-IND-ABERTO(WS-TAB-CLI-IDX)
                      NOT EQUAL 'S'
                       MOVE 'S'
                         TO WS-TAB-CLI-IND-DEVIDO(WS-TAB-CLI-IDX)
                       COMPUTE WS-QT-DIAS-CALC =
                           WS-INT-HOJE - WS-QT-DIAS-CALC
                       IF WS-QT-DIAS-CALC GREATER 9999
                           MOVE 9999 TO WS-QT-DIAS-CALC
                       END-IF
                       MOVE WS-QT-DIAS-CALC
                         TO WS-TAB-CLI-QT-ATRASO(WS-TAB-CLI-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2200-CALCULA-CICLOSX. EXIT.

      * -----------------------------------
      * LE A AGENDA DE CADA VENDEDOR E MARCA OS CLIENTES COM VISITA
      * PLANEJADA NA SEMANA (LINHAS DE PROSPECTO, DIA 0, NAO CONTAM)
       2300-MARCA-AGENDA SECTION.

           MOVE LOW-VALUES TO FS-VEN-KEY
           PERFORM 6300-LER-ARQ-VENDEDOR

           PERFORM UNTIL NOT FS-STAT-VEN-OK

               MOVE SPACES TO WNM-ARQ-AGENDA
               STRING
                 "AGENDA_VENDEDOR_" DELIMITED BY SIZE
                 FS-VEN-CD-VENDEDOR DELIMITED BY SIZE
                 ".CSV" DELIMITED BY SIZE
                 INTO WNM-ARQ-AGENDA

               OPEN INPUT ARQ-AGENDA

               IF NOT FS-STAT-AGE-NAO-EXISTE
                   READ ARQ-AGENDA
                   PERFORM UNTIL NOT FS-STAT-AGE-OK
                       PERFORM 6350-MARCA-LINHA-AGENDA
                       READ ARQ-AGENDA
                   END-PERFORM
                   CLOSE ARQ-AGENDA
               END-IF

               PERFORM 6300-LER-ARQ-VENDEDOR
           END-PERFORM.

       2300-MARCA-AGENDAX. EXIT.

      * -----------------------------------
      * GUARDA OS TITULOS EM ABERTO DOS CLIENTES DEVIDOS, PARA A
      * LIGACAO TRATAR TAMBEM DA COBRANCA
       2400-CARREGA-TITULOS SECTION.

           IF E-RECEBER-ABERTO
               MOVE LOW-VALUES TO FS-REC-KEY
               PERFORM 6400-LER-ARQ-RECEBER

               PERFORM UNTIL NOT FS-STAT-REC-OK

                   IF FS-REC-ABERTO
                       MOVE FS-REC-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                       MOVE 'N' TO WS-CRIA-TAB
                       PERFORM 6100-LOCALIZA-CLIENTE-TAB
                       IF WS-TAB-CLI-ACH GREATER ZEROS
                           IF WS-TAB-CLI-IND-DEVIDO(WS-TAB-CLI-ACH)
                              EQUAL 'S'
                               PERFORM 6450-GUARDA-TITULO
                           END-IF
                       END-IF
                   END-IF

                   PERFORM 6400-LER-ARQ-RECEBER
               END-PERFORM
           END-IF.

       2400-CARREGA-TITULOSX. EXIT.

      * -----------------------------------
      * LIBERA PARA A ORDENACAO OS CLIENTES ATIVOS DEVIDOS, FORA DA
      * AGENDA DA SEMANA E SEM LIGACAO RECENTE
       3000-SORT-INPUT SECTION.

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6200-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK

               IF NOT FS-CLI-INATIVO
                   MOVE FS-CLI-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                   MOVE 'N' TO WS-CRIA-TAB
                   PERFORM 6100-LOCALIZA-CLIENTE-TAB
                   IF WS-TAB-CLI-ACH GREATER ZEROS
                       IF WS-TAB-CLI-IND-DEVIDO(WS-TAB-CLI-ACH)
                          EQUAL 'S'
                           PERFORM 3050-AVALIA-CANDIDATO
                       END-IF
                   END-IF
               END-IF

               PERFORM 6200-LER-ARQ-CLIENTE
           END-PERFORM.

       3000-SORT-INPUTX. EXIT.

      * -----------------------------------
      * APLICA AS EXCLUSOES AO CLIENTE DEVIDO E O LIBERA COM A
      * ORDEM DA CLASSE ABC (SEM CLASSE POR ULTIMO)
       3050-AVALIA-CANDIDATO SECTION.

           ADD 1 TO WQT-DEVIDOS

           IF WS-TAB-CLI-IND-AGENDA(WS-TAB-CLI-ACH) EQUAL 'S'
               ADD 1 TO WQT-NA-AGENDA
               GO TO 3050-AVALIA-CANDIDATOX
           END-IF

           PERFORM 6500-VERIFICA-LIGACAO
           IF E-LIGADO
               ADD 1 TO WQT-CONTATADOS
               GO TO 3050-AVALIA-CANDIDATOX
           END-IF

           EVALUATE FS-CLI-CLASSE-ABC
               WHEN "A" MOVE 1 TO SD-NR-CLASSE
               WHEN "B" MOVE 2 TO SD-NR-CLASSE
               WHEN "C" MOVE 3 TO SD-NR-CLASSE
               WHEN OTHER MOVE 4 TO SD-NR-CLASSE
           END-EVALUATE
           MOVE WS-TAB-CLI-QT-ATRASO(WS-TAB-CLI-ACH)
             TO SD-QT-DIAS-ATRASO
           MOVE FS-CLI-CD-CLIENTE TO SD-CD-CLIENTE
           MOVE WS-TAB-CLI-ACH TO SD-TAB-IDX
           RELEASE SORT-RECORD.

       3050-AVALIA-CANDIDATOX. EXIT.

      * -----------------------------------
      * RECEBE OS CLIENTES NA ORDEM DE PRIORIDADE E GRAVA O BLOCO DE
      * CADA UM NA LISTA
       3100-SORT-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               MOVE SD-CD-CLIENTE TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF FS-STAT-CLI-OK
                   MOVE SD-TAB-IDX TO WS-TAB-CLI-ACH
                   PERFORM 3200-GRAVA-CLIENTE-LISTA
               END-IF

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN

           END-PERFORM.

       3100-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * BLOCO DO CLIENTE: IDENTIFICACAO, CONTATO, CICLO, SUGESTAO
      * (ITENS DO ULTIMO PEDIDO FATURADO) E TITULOS EM ABERTO
       3200-GRAVA-CLIENTE-LISTA SECTION.

           ADD 1 TO WQT-LISTADOS
           ADD 1 TO WS-NR-POSICAO

           MOVE SPACES TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE SPACES TO WS-LIN-TEXTO
           STRING WS-NR-POSICAO DELIMITED BY SIZE
                  " CLASSE " DELIMITED BY SIZE
                  FS-CLI-CLASSE-ABC DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  FS-CLI-CD-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FS-CLI-NM-RAZAO-SOCIAL DELIMITED BY SIZE
                  " VENDEDOR " DELIMITED BY SIZE
                  FS-CLI-CD-VENDEDOR DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           IF FS-CLI-BLOQUEADO
               MOVE "BLOQUEADO" TO WS-LIN-TEXTO(100:9)
           END-IF
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           PERFORM 3250-PREPARA-CONTATO

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "      CONTATO " DELIMITED BY SIZE
                  WS-NM-CONTATO-IMP DELIMITED BY SIZE
                  " FONE " DELIMITED BY SIZE
                  WS-NR-TELEFONE-IMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-EMAIL-IMP DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "      ULT FATURAMENTO " DELIMITED BY SIZE
                  WS-TAB-CLI-DT-ULT(WS-TAB-CLI-ACH) DELIMITED BY SIZE
                  " CICLO " DELIMITED BY SIZE
                  WS-TAB-CLI-QT-CICLO(WS-TAB-CLI-ACH)
                      DELIMITED BY SIZE
                  " DIAS PREVISTO " DELIMITED BY SIZE
                  WS-TAB-CLI-DT-PREVISTA(WS-TAB-CLI-ACH)
                      DELIMITED BY SIZE
                  " ATRASO " DELIMITED BY SIZE
                  WS-TAB-CLI-QT-ATRASO(WS-TAB-CLI-ACH)
                      DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           PERFORM 3300-GRAVA-SUGESTAO
           PERFORM 3400-GRAVA-TITULOS.

       3200-GRAVA-CLIENTE-LISTAX. EXIT.

      * -----------------------------------
      * DADOS DE CONTATO DA LISTA, MASCARADOS QUANDO O OPERADOR NAO
      * TEM A AUTORIZACAO DE DADOS PESSOAIS
       3250-PREPARA-CONTATO SECTION.

           MOVE FS-CLI-NM-CONTATO  TO WS-NM-CONTATO-IMP
           MOVE FS-CLI-NR-TELEFONE TO WS-NR-TELEFONE-IMP
           MOVE FS-CLI-DS-EMAIL    TO WS-DS-EMAIL-IMP

           IF PODE-DADOS-PESSOAIS
               GO TO 3250-PREPARA-CONTATOX
           END-IF

           MOVE "T" TO LK-MSK-FUNCAO
           MOVE WS-NM-CONTATO-IMP TO LK-MSK-DADO
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-NM-CONTATO-IMP

           MOVE "F" TO LK-MSK-FUNCAO
           MOVE WS-NR-TELEFONE-IMP TO LK-MSK-DADO
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-NR-TELEFONE-IMP

           MOVE "E" TO LK-MSK-FUNCAO
           MOVE WS-DS-EMAIL-IMP TO LK-MSK-DADO
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-DS-EMAIL-IMP.

       3250-PREPARA-CONTATOX. EXIT.

      * -----------------------------------
      * SUGESTAO DE PEDIDO: REPETE OS ITENS E QUANTIDADES DO ULTIMO
      * PEDIDO FATURADO
       3300-GRAVA-SUGESTAO SECTION.

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "      SUGESTAO (PEDIDO " DELIMITED BY SIZE
                  WS-TAB-CLI-NR-ULT-PED(WS-TAB-CLI-ACH)
                      DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           IF NOT E-ITEM-ABERTO
               GO TO 3300-GRAVA-SUGESTAOX
           END-IF

           MOVE WS-TAB-CLI-NR-ULT-PED(WS-TAB-CLI-ACH)
             TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA

           START ARQ-PEDITEM KEY NOT LESS FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-ITE-OK
                      OR FS-ITE-NR-PEDIDO NOT EQUAL
                         WS-TAB-CLI-NR-ULT-PED(WS-TAB-CLI-ACH)

               MOVE SPACES TO FS-PRO-DS-PRODUTO
               IF E-PRODUTO-ABERTO
                   MOVE FS-ITE-CD-PRODUTO TO FS-PRO-CD-PRODUTO
                   READ ARQ-PRODUTO
                   IF NOT FS-STAT-PRO-OK
                       MOVE SPACES TO FS-PRO-DS-PRODUTO
                   END-IF
               END-IF

               MOVE FS-ITE-QT TO WS-ED-QT
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "        PRODUTO " DELIMITED BY SIZE
                      FS-ITE-CD-PRODUTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-PRO-DS-PRODUTO DELIMITED BY SIZE
                      " QTD " DELIMITED BY SIZE
                      WS-ED-QT DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
               WRITE ARQ-LISTA-REC

               READ ARQ-PEDITEM NEXT
                   AT END MOVE 99 TO FS-STAT-ITE
               END-READ
           END-PERFORM.

       3300-GRAVA-SUGESTAOX. EXIT.

      * -----------------------------------
      * TITULOS EM ABERTO DO CLIENTE GUARDADOS NA CARGA
       3400-GRAVA-TITULOS SECTION.

           MOVE ZEROS TO WS-QT-TIT-CLI

           PERFORM VARYING WS-TAB-TIT-IDX FROM 1 BY 1
             UNTIL WS-TAB-TIT-IDX GREATER WS-TAB-TIT-QTD
               IF WS-TAB-TIT-CD-CLIENTE(WS-TAB-TIT-IDX) EQUAL
                  FS-CLI-CD-CLIENTE
                   ADD 1 TO WS-QT-TIT-CLI
                   MOVE WS-TAB-TIT-VL(WS-TAB-TIT-IDX) TO WS-ED-VALOR
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "      TITULO ABERTO " DELIMITED BY SIZE
                          WS-TAB-TIT-NR-DOC(WS-TAB-TIT-IDX)
                              DELIMITED BY SIZE
                          " VENC " DELIMITED BY SIZE
                          WS-TAB-TIT-DT-VENC(WS-TAB-TIT-IDX)
                              DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-ED-VALOR DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO
                   MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
                   WRITE ARQ-LISTA-REC
               END-IF
           END-PERFORM

           IF WS-QT-TIT-CLI EQUAL ZEROS
               MOVE "      SEM TITULOS EM ABERTO" TO ARQ-LISTA-REC
               WRITE ARQ-LISTA-REC
           END-IF.

       3400-GRAVA-TITULOSX. EXIT.

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
                   MOVE ZEROS TO WS-TAB-CLI-QT-FAT(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-DT-PRIM(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-DT-ULT(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-NR-ULT-PED(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-QT-CICLO(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-DT-PREVISTA(WS-TAB-CLI-ACH)
                                 WS-TAB-CLI-QT-ATRASO(WS-TAB-CLI-ACH)
                   MOVE 'N' TO WS-TAB-CLI-IND-ABERTO(WS-TAB-CLI-ACH)
                               WS-TAB-CLI-IND-DEVIDO(WS-TAB-CLI-ACH)
                               WS-TAB-CLI-IND-AGENDA(WS-TAB-CLI-ACH)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF.

       6100-LOCALIZA-CLIENTE-TABX. EXIT.

      * -----------------------------------
      * SOMA O PEDIDO FATURADO CORRENTE AO HISTORICO DO CLIENTE
       6150-ACUMULA-FATURADO SECTION.

           ADD 1 TO WS-TAB-CLI-QT-FAT(WS-TAB-CLI-ACH)

           IF WS-TAB-CLI-DT-PRIM(WS-TAB-CLI-ACH) EQUAL ZEROS OR
              FS-PED-DT-FATURAMENTO LESS
              WS-TAB-CLI-DT-PRIM(WS-TAB-CLI-ACH)
               MOVE FS-PED-DT-FATURAMENTO
                 TO WS-TAB-CLI-DT-PRIM(WS-TAB-CLI-ACH)
           END-IF

           IF FS-PED-DT-FATURAMENTO NOT LESS
              WS-TAB-CLI-DT-ULT(WS-TAB-CLI-ACH)
               MOVE FS-PED-DT-FATURAMENTO
                 TO WS-TAB-CLI-DT-ULT(WS-TAB-CLI-ACH)
               MOVE FS-PED-NR-PEDIDO
                 TO WS-TAB-CLI-NR-ULT-PED(WS-TAB-CLI-ACH)
           END-IF.

       6150-ACUMULA-FATURADOX. EXIT.

      * -----------------------------------
      * MARCA NA TABELA O CLIENTE DA LINHA DE AGENDA CORRENTE SE A
      * VISITA CAI NA SEMANA
       6350-MARCA-LINHA-AGENDA SECTION.

           MOVE SPACES TO WS-AGE-CAMPOS
           UNSTRING ARQ-AGENDA-REC DELIMITED BY ";"
               INTO WS-AGE-DATA
                    WS-AGE-DIA
                    WS-AGE-CLIENTE
           END-UNSTRING

           IF WS-AGE-DIA EQUAL "0" OR WS-AGE-CLIENTE EQUAL SPACES
               GO TO 6350-MARCA-LINHA-AGENDAX
           END-IF

           MOVE FUNCTION NUMVAL(WS-AGE-DATA) TO WS-DT-AGE
           IF WS-DT-AGE LESS WS-DT-SEGUNDA OR
              WS-DT-AGE GREATER WS-DT-FIM-AGENDA
               GO TO 6350-MARCA-LINHA-AGENDAX
           END-IF

           MOVE FUNCTION NUMVAL(WS-AGE-CLIENTE) TO WS-CD-CLIENTE-TAB
           MOVE 'N' TO WS-CRIA-TAB
           PERFORM 6100-LOCALIZA-CLIENTE-TAB
           IF WS-TAB-CLI-ACH GREATER ZEROS
               MOVE 'S' TO WS-TAB-CLI-IND-AGENDA(WS-TAB-CLI-ACH)
           END-IF.

       6350-MARCA-LINHA-AGENDAX. EXIT.

      * -----------------------------------
      * GUARDA O TITULO EM ABERTO CORRENTE NA TABELA DE TITULOS
       6450-GUARDA-TITULO SECTION.

           IF WS-TAB-TIT-QTD LESS 5000
               ADD 1 TO WS-TAB-TIT-QTD
               MOVE FS-REC-CD-CLIENTE
                 TO WS-TAB-TIT-CD-CLIENTE(WS-TAB-TIT-QTD)
               MOVE FS-REC-NR-DOCUMENTO
                 TO WS-TAB-TIT-NR-DOC(WS-TAB-TIT-QTD)
               MOVE FS-REC-DT-VENCIMENTO
                 TO WS-TAB-TIT-DT-VENC(WS-TAB-TIT-QTD)
               COMPUTE WS-TAB-TIT-VL(WS-TAB-TIT-QTD) =
                   FS-REC-VL-DOCUMENTO + FS-REC-VL-ACRESCIMO
                 - FS-REC-VL-PAGO
           ELSE
               MOVE 'S' TO WS-TAB-CHEIA
           END-IF.

       6450-GUARDA-TITULOX. EXIT.

      * -----------------------------------
      * CONSULTA A ULTIMA LIGACAO DO CLIENTE: RETORNO COMBINADO
      * PARA DEPOIS DE HOJE, OU LIGACAO SEM RETORNO DENTRO DA
      * CARENCIA, TIRA O CLIENTE DA LISTA
       6500-VERIFICA-LIGACAO SECTION.

           MOVE 'N' TO WS-LIGADO
           MOVE ZEROS TO WS-DT-ULT-LIG WS-DT-RETORNO-LIG

           IF NOT E-LIGACAO-ABERTA
               GO TO 6500-VERIFICA-LIGACAOX
           END-IF

           MOVE FS-CLI-CD-CLIENTE TO FS-LIG-CD-CLIENTE
           MOVE ZEROS TO FS-LIG-DT-LIGACAO

           START ARQ-LIGACAO KEY NOT LESS FS-LIG-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-LIG
               NOT INVALID KEY
                   READ ARQ-LIGACAO NEXT
                       AT END MOVE 99 TO FS-STAT-LIG
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-LIG-OK
                      OR FS-LIG-CD-CLIENTE NOT EQUAL FS-CLI-CD-CLIENTE
               MOVE FS-LIG-DT-LIGACAO TO WS-DT-ULT-LIG
               MOVE FS-LIG-DT-RETORNO TO WS-DT-RETORNO-LIG
               READ ARQ-LIGACAO NEXT
                   AT END MOVE 99 TO FS-STAT-LIG
               END-READ
           END-PERFORM

           IF WS-DT-ULT-LIG EQUAL ZEROS
               GO TO 6500-VERIFICA-LIGACAOX
           END-IF

           IF WS-DT-RETORNO-LIG GREATER ZEROS
               IF WS-DT-RETORNO-LIG GREATER WS-DT-HOJE
                   MOVE 'S' TO WS-LIGADO
               END-IF
           ELSE
               IF WS-DT-ULT-LIG GREATER WS-DT-CARENCIA
                   MOVE 'S' TO WS-LIGADO
               END-IF
           END-IF.

       6500-VERIFICA-LIGACAOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA LISTA; OS AUXILIARES SAO OPCIONAIS
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN INPUT ARQ-PEDIDO
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

           MOVE 'N' TO WS-RECEBER-ABERTO
           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-OK
               MOVE 'S' TO WS-RECEBER-ABERTO
           END-IF

           MOVE 'N' TO WS-LIGACAO-ABERTA
           OPEN INPUT ARQ-LIGACAO
           IF FS-STAT-LIG-OK
               MOVE 'S' TO WS-LIGACAO-ABERTA
           END-IF

           OPEN OUTPUT ARQ-LISTA.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6000-LER-ARQ-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
             NOT INVALID KEY
               READ ARQ-PEDIDO NEXT
               END-READ
           END-START.

       6000-LER-ARQ-PEDIDO-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6200-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
             NOT INVALID KEY
               READ ARQ-CLIENTE NEXT
               END-READ
           END-START.

       6200-LER-ARQ-CLIENTE-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR PELA CHAVE
       6300-LER-ARQ-VENDEDOR SECTION.

           START ARQ-VENDEDOR KEY > FS-VEN-KEY
             NOT INVALID KEY
               READ ARQ-VENDEDOR NEXT
               END-READ
           END-START.

       6300-LER-ARQ-VENDEDOR-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6400-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
             NOT INVALID KEY
               READ ARQ-RECEBER NEXT
               END-READ
           END-START.

       6400-LER-ARQ-RECEBER-FIMX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA LISTA
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-LISTA

           IF E-ITEM-ABERTO
               CLOSE ARQ-PEDITEM
           END-IF
           IF E-PRODUTO-ABERTO
               CLOSE ARQ-PRODUTO
           END-IF
           IF E-RECEBER-ABERTO
               CLOSE ARQ-RECEBER
           END-IF
           IF E-LIGACAO-ABERTA
               CLOSE ARQ-LIGACAO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

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
       END PROGRAM CBL_LISTA_TELEVENDAS.
