      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Projecao do Fluxo de Recebimentos
      * Tectonics: cobc
      ******************************************************************
      * PROJETA A ENTRADA DE CAIXA DOS TITULOS EM ABERTO DE
      * ARQ-RECEBER (INCLUSIVE AS PARCELAS DOS ACORDOS DE
      * CBL_RENEGOCIA E AS AINDA A VENCER), NA TELA E EM
      * REL_FLUXO_<AAAAMMDD>.TXT REGISTRADO NO SPOOL:
      *   - DIA A DIA NOS PROXIMOS 30 DIAS, COM SUBTOTAL A CADA 7,
      *     E POR SEMANA DEPOIS DISSO ATE FLUXO-SEMANAS (PADRAO 12,
      *     MAXIMO 12); O QUE CAI ALEM VAI PARA A LINHA "APOS".
      *   - MELHOR CASO: SALDO INTEGRAL NO VENCIMENTO (O VENCIDO CAI
      *     HOJE).
      *   - CASO ESPERADO: VENCIMENTO DESLOCADO PELO ATRASO MEDIO DO
      *     CLIENTE NOS TITULOS PAGOS NOS ULTIMOS FLUXO-JANELA-DIAS
      *     (PADRAO 365), E SALDO DESCONTADO NOS ESTAGIOS FINAIS DE
      *     COBRANCA (FS-REC-NR-ESTAGIO-COB): FLUXO-PC-ESTAGIO2
      *     (PADRAO 25%) E FLUXO-PC-ESTAGIO3 (PADRAO 50%).
      *   - TOTAIS DOS DOIS CASOS POR VENDEDOR E POR REGIAO DO
      *     CLIENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_FLUXO.
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

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

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

       77 WS-CLIENTE-ABERTO PIC X VALUE 'N'.
           88 E-CLIENTE-ABERTO VALUE 'S'.

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

       77 WS-DT-HOJE           PIC 9(008) VALUE ZEROS.
       77 WS-NR-HOJE           PIC 9(007) VALUE ZEROS.
       77 WS-DT-INICIO-JANELA  PIC 9(008) VALUE ZEROS.

      * PARAMETROS DA PROJECAO
       77 WS-JANELA-DIAS   PIC 9(003) VALUE 365.
       77 WS-QT-SEMANAS    PIC 9(002) VALUE 12.
       77 WS-PC-ESTAGIO2   PIC 9(003) VALUE 25.
       77 WS-PC-ESTAGIO3   PIC 9(003) VALUE 50.

      * HISTORICO DE PAGAMENTO POR CLIENTE (TITULOS PAGOS NA JANELA)
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 3000.
               10 WS-TAB-CLI-CD        PIC 9(007).
               10 WS-TAB-CLI-QT-PAGO   PIC 9(005).
               10 WS-TAB-CLI-SOMA-DIAS PIC 9(007).
       77 WS-TAB-CLI-QTD  PIC 9(004) VALUE ZEROS.

      * FAIXAS DA PROJECAO: 1-30 DIA A DIA, 31-42 SEMANAS APOS OS 30
      * DIAS, 43 ALEM DO HORIZONTE
       01 WS-TAB-PRJ.
           05 WS-TAB-PRJ-ITEM OCCURS 43.
               10 WS-PRJ-VL-MELHOR   PIC 9(013)V99.
               10 WS-PRJ-VL-ESPERADO PIC 9(013)V99.

       01 WS-TAB-VEN.
           05 WS-TAB-VEN-ITEM OCCURS 500.
               10 WS-TAB-VEN-CD          PIC 9(007).
               10 WS-TAB-VEN-VL-MELHOR   PIC 9(013)V99.
               10 WS-TAB-VEN-VL-ESPERADO PIC 9(013)V99.
       77 WS-TAB-VEN-QTD  PIC 9(004) VALUE ZEROS.

       01 WS-TAB-REG.
           05 WS-TAB-REG-ITEM OCCURS 200.
               10 WS-TAB-REG-CD          PIC X(004).
               10 WS-TAB-REG-VL-MELHOR   PIC 9(013)V99.
               10 WS-TAB-REG-VL-ESPERADO PIC 9(013)V99.
       77 WS-TAB-REG-QTD  PIC 9(004) VALUE ZEROS.

       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

       77 WS-TAB-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(004) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * CALCULO DO TITULO CORRENTE
       77 WS-DIAS-ATRASO     PIC S9(005) VALUE ZEROS.
       77 WS-NR-ATRASO-MEDIO PIC 9(005) VALUE ZEROS.
       77 WS-VL-SALDO        PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ESPERADO     PIC 9(011)V99 VALUE ZEROS.
       77 WS-PC-DESCONTO     PIC 9(003) VALUE ZEROS.
       77 WS-DIAS-PRAZO      PIC S9(007) VALUE ZEROS.
       77 WS-FAIXA           PIC 9(002) VALUE ZEROS.
       77 WS-FAIXA-MELHOR    PIC 9(002) VALUE ZEROS.
       77 WS-FAIXA-ESPERADO  PIC 9(002) VALUE ZEROS.
       77 WS-CD-REGIAO       PIC X(004) VALUE SPACES.

      * TOTAIS DA LISTAGEM
       77 WS-VL-SUB-MELHOR   PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-SUB-ESPERADO PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-30-MELHOR    PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-30-ESPERADO  PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-TOT-MELHOR   PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-TOT-ESPERADO PIC 9(013)V99 VALUE ZEROS.
       77 WQT-TITULOS        PIC 9(007) VALUE ZEROS.
       77 WS-NR-SEMANA       PIC 9(002) VALUE ZEROS.
       77 WS-DT-DE           PIC 9(008) VALUE ZEROS.
       77 WS-DT-ATE          PIC 9(008) VALUE ZEROS.

       01 WS-LINHA-FLX.
           05 WS-LFX-ROTULO    PIC X(030).
           05 FILLER           PIC X(001) VALUE SPACES.
           05 WS-LFX-MELHOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(003) VALUE SPACES.
           05 WS-LFX-ESPERADO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-CAB.
           05 FILLER PIC X(031) VALUE "PERIODO".
           05 FILLER PIC X(017) VALUE "      MELHOR CASO".
           05 FILLER PIC X(003) VALUE SPACES.
           05 FILLER PIC X(017) VALUE "    CASO ESPERADO".

       77 WS-LINHA-TITULO PIC X(100) VALUE SPACES.

       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_CLIENTE.

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

       01 SS-TELA-FILTRO.
           05 LINE 02 COLUMN 2 VALUE "Historico de atraso (dias):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-JANELA-DIAS.
           05 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 LINE 03 COLUMN 2 VALUE "Semanas apos os 30 dias...:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-QT-SEMANAS.
           05 LINE 04 COLUMN 2 VALUE "Titulos em aberto projetados a
      -"partir de hoje".

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

           MOVE "FLUXO-JANELA-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-JANELA-DIAS = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "FLUXO-SEMANAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-SEMANAS = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "FLUXO-PC-ESTAGIO2" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-ESTAGIO2 = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "FLUXO-PC-ESTAGIO3" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-ESTAGIO3 = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-RECEBER.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE 6 TO WS-NUML-CURR

           MOVE "PROJECAO DO FLUXO DE RECEBIMENTOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-TAB-CLI-QTD WS-TAB-VEN-QTD WS-TAB-REG-QTD
                         WQT-TITULOS WS-VL-TOT-MELHOR
                         WS-VL-TOT-ESPERADO
           MOVE ZEROS TO WS-TAB-PRJ
           MOVE 'N' TO WS-TAB-CHEIA

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-NR-HOJE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

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

           IF WS-QT-SEMANAS EQUAL ZEROS OR WS-QT-SEMANAS GREATER 12
               MOVE 12 TO WS-QT-SEMANAS
           END-IF

           IF WS-JANELA-DIAS EQUAL ZEROS
               MOVE 365 TO WS-JANELA-DIAS
           END-IF

           COMPUTE WS-DT-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-NR-HOJE - WS-JANELA-DIAS)

           PERFORM 5000-ABRIR-ARQUIVOS

           IF FS-STAT-REC-NAO-EXISTE
               MOVE "NENHUM TITULO A RECEBER" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING "REL_FLUXO_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA
           OPEN OUTPUT ARQ-SAIDA

           DISPLAY SS-CLS

           PERFORM 2000-APURA-ATRASO-MEDIO
           PERFORM 2100-PROJETA-TITULOS
           PERFORM 2500-MOSTRA-PROJECAO
           PERFORM 2600-MOSTRA-VENDEDORES
           PERFORM 2700-MOSTRA-REGIOES

           CLOSE ARQ-SAIDA
           PERFORM 8500-REGISTRA-SPOOL

           PERFORM 7000-FECHA-ARQUIVOS

           IF E-TAB-CHEIA
               MOVE SPACES TO WS-MSGERRO
               STRING "ATENCAO: LIMITE DAS TABELAS ATINGIDO, "
                      "TOTAIS PARCIAIS" DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ATRASO MEDIO DE CADA CLIENTE NOS TITULOS PAGOS DENTRO DA
      * JANELA (PAGO NO PRAZO CONTA ZERO DIAS)
       2000-APURA-ATRASO-MEDIO SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6000-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               IF FS-REC-BAIXADO AND
                  FS-REC-DT-PAGAMENTO NOT LESS WS-DT-INICIO-JANELA AND
                  FS-REC-DT-VENCIMENTO GREATER ZEROS
                   PERFORM 6100-LOCALIZA-CLIENTE
                   IF WS-TAB-IDX GREATER ZEROS
                       COMPUTE WS-DIAS-ATRASO =
                         FUNCTION INTEGER-OF-DATE(FS-REC-DT-PAGAMENTO) -
                         FUNCTION INTEGER-OF-DATE(FS-REC-DT-VENCIMENTO)
                       ADD 1 TO WS-TAB-CLI-QT-PAGO(WS-TAB-IDX)
                       IF WS-DIAS-ATRASO GREATER ZEROS
                           ADD WS-DIAS-ATRASO
                             TO WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX)
                       END-IF
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-RECEBER
           END-PERFORM.

       2000-APURA-ATRASO-MEDIOX. EXIT.

      * -----------------------------------
      * PROJETA CADA TITULO EM ABERTO NOS DOIS CASOS (O ATRASO MEDIO
      * E O DO CLIENTE EM TODAS AS FILIAIS; SO A PROJECAO SE LIMITA A
      * FILIAL PEDIDA)
       2100-PROJETA-TITULOS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6000-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               PERFORM 1930-FILIAL-TITULO

               IF FS-REC-ABERTO AND
                  FS-REC-VL-DOCUMENTO GREATER FS-REC-VL-PAGO AND
                  (E-TODAS-FILIAIS OR
                   WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL)
                   PERFORM 2150-PROJETA-TITULO
               END-IF

               PERFORM 6000-LER-ARQ-RECEBER
           END-PERFORM.

       2100-PROJETA-TITULOSX. EXIT.

      * -----------------------------------
      * MELHOR CASO NO VENCIMENTO COM O SALDO INTEGRAL; CASO ESPERADO
      * COM O ATRASO MEDIO DO CLIENTE E O DESCONTO DO ESTAGIO DE
      * COBRANCA
       2150-PROJETA-TITULO SECTION.

           ADD 1 TO WQT-TITULOS

           COMPUTE WS-VL-SALDO = FS-REC-VL-DOCUMENTO - FS-REC-VL-PAGO

      * MELHOR CASO
           COMPUTE WS-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(FS-REC-DT-VENCIMENTO)
             - WS-NR-HOJE
           PERFORM 6300-CALCULA-FAIXA
           MOVE WS-FAIXA TO WS-FAIXA-MELHOR

      * CASO ESPERADO
           MOVE ZEROS TO WS-NR-ATRASO-MEDIO
           PERFORM 6100-LOCALIZA-CLIENTE
           IF WS-TAB-IDX GREATER ZEROS
               IF WS-TAB-CLI-QT-PAGO(WS-TAB-IDX) GREATER ZEROS
                   COMPUTE WS-NR-ATRASO-MEDIO ROUNDED =
                       WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX) /
                       WS-TAB-CLI-QT-PAGO(WS-TAB-IDX)
               END-IF
           END-IF

           ADD WS-NR-ATRASO-MEDIO TO WS-DIAS-PRAZO
           PERFORM 6300-CALCULA-FAIXA
           MOVE WS-FAIXA TO WS-FAIXA-ESPERADO

           EVALUATE TRUE
               WHEN FS-REC-NR-ESTAGIO-COB NOT NUMERIC
                   MOVE ZEROS TO WS-PC-DESCONTO
               WHEN FS-REC-NR-ESTAGIO-COB NOT LESS 3
                   MOVE WS-PC-ESTAGIO3 TO WS-PC-DESCONTO
               WHEN FS-REC-NR-ESTAGIO-COB EQUAL 2
                   MOVE WS-PC-ESTAGIO2 TO WS-PC-DESCONTO
               WHEN OTHER
                   MOVE ZEROS TO WS-PC-DESCONTO
           END-EVALUATE

           IF WS-PC-DESCONTO GREATER 100
               MOVE 100 TO WS-PC-DESCONTO
           END-IF

           COMPUTE WS-VL-ESPERADO ROUNDED =
               WS-VL-SALDO * (100 - WS-PC-DESCONTO) / 100

           ADD WS-VL-SALDO
             TO WS-PRJ-VL-MELHOR(WS-FAIXA-MELHOR)
           ADD WS-VL-ESPERADO
             TO WS-PRJ-VL-ESPERADO(WS-FAIXA-ESPERADO)
           ADD WS-VL-SALDO    TO WS-VL-TOT-MELHOR
           ADD WS-VL-ESPERADO TO WS-VL-TOT-ESPERADO

           PERFORM 6200-ACUMULA-VENDEDOR
           PERFORM 6250-ACUMULA-REGIAO.

       2150-PROJETA-TITULOX. EXIT.

      * -----------------------------------
      * MOSTRA A PROJECAO DIA A DIA E POR SEMANA NOS DOIS CASOS
       2500-MOSTRA-PROJECAO SECTION.

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PROJECAO DE RECEBIMENTOS EM " DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
                  " - ATRASO MEDIO DOS ULTIMOS " DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE WS-LINHA-CAB TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE ZEROS TO WS-VL-SUB-MELHOR WS-VL-SUB-ESPERADO
                         WS-VL-30-MELHOR WS-VL-30-ESPERADO
                         WS-NR-SEMANA

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 30

               COMPUTE WS-DT-DE = FUNCTION DATE-OF-INTEGER(
                   WS-NR-HOJE + WS-FAIXA - 1)
               MOVE SPACES TO WS-LFX-ROTULO
               STRING "  DIA " DELIMITED BY SIZE
                      WS-DT-DE DELIMITED BY SIZE
                 INTO WS-LFX-ROTULO
               MOVE WS-PRJ-VL-MELHOR(WS-FAIXA)   TO WS-LFX-MELHOR
               MOVE WS-PRJ-VL-ESPERADO(WS-FAIXA) TO WS-LFX-ESPERADO
               MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO

               ADD WS-PRJ-VL-MELHOR(WS-FAIXA)
                 TO WS-VL-SUB-MELHOR WS-VL-30-MELHOR
               ADD WS-PRJ-VL-ESPERADO(WS-FAIXA)
                 TO WS-VL-SUB-ESPERADO WS-VL-30-ESPERADO

               IF FUNCTION MOD(WS-FAIXA, 7) EQUAL ZEROS OR
                  WS-FAIXA EQUAL 30
                   ADD 1 TO WS-NR-SEMANA
                   MOVE SPACES TO WS-LFX-ROTULO
                   STRING "SUBTOTAL SEMANA " DELIMITED BY SIZE
                          WS-NR-SEMANA DELIMITED BY SIZE
                     INTO WS-LFX-ROTULO
                   MOVE WS-VL-SUB-MELHOR   TO WS-LFX-MELHOR
                   MOVE WS-VL-SUB-ESPERADO TO WS-LFX-ESPERADO
                   MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
                   PERFORM 6400-MOSTRA-TITULO
                   MOVE ZEROS TO WS-VL-SUB-MELHOR WS-VL-SUB-ESPERADO
               END-IF
           END-PERFORM

           MOVE "TOTAL DOS PROXIMOS 30 DIAS" TO WS-LFX-ROTULO
           MOVE WS-VL-30-MELHOR   TO WS-LFX-MELHOR
           MOVE WS-VL-30-ESPERADO TO WS-LFX-ESPERADO
           MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-FAIXA FROM 31 BY 1
             UNTIL WS-FAIXA GREATER 30 + WS-QT-SEMANAS

               COMPUTE WS-DT-DE = FUNCTION DATE-OF-INTEGER(
                   WS-NR-HOJE + 30 + (WS-FAIXA - 31) * 7)
               COMPUTE WS-DT-ATE = FUNCTION DATE-OF-INTEGER(
                   WS-NR-HOJE + 36 + (WS-FAIXA - 31) * 7)
               MOVE SPACES TO WS-LFX-ROTULO
               STRING "SEMANA " DELIMITED BY SIZE
                      WS-DT-DE DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-DT-ATE DELIMITED BY SIZE
                 INTO WS-LFX-ROTULO
               MOVE WS-PRJ-VL-MELHOR(WS-FAIXA)   TO WS-LFX-MELHOR
               MOVE WS-PRJ-VL-ESPERADO(WS-FAIXA) TO WS-LFX-ESPERADO
               MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM

           MOVE "APOS O HORIZONTE" TO WS-LFX-ROTULO
           MOVE WS-PRJ-VL-MELHOR(43)   TO WS-LFX-MELHOR
           MOVE WS-PRJ-VL-ESPERADO(43) TO WS-LFX-ESPERADO
           MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           MOVE SPACES TO WS-LFX-ROTULO
           STRING "TOTAL - " DELIMITED BY SIZE
                  WQT-TITULOS DELIMITED BY SIZE
                  " TITULOS" DELIMITED BY SIZE
             INTO WS-LFX-ROTULO
           MOVE WS-VL-TOT-MELHOR   TO WS-LFX-MELHOR
           MOVE WS-VL-TOT-ESPERADO TO WS-LFX-ESPERADO
           MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO.

       2500-MOSTRA-PROJECAOX. EXIT.

      * -----------------------------------
      * TOTAIS DOS DOIS CASOS POR VENDEDOR
       2600-MOSTRA-VENDEDORES SECTION.

           MOVE "TOTAIS POR VENDEDOR" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-VEN-QTD
               MOVE SPACES TO WS-LFX-ROTULO
               STRING "  VENDEDOR " DELIMITED BY SIZE
                      WS-TAB-VEN-CD(WS-TAB-IDX2) DELIMITED BY SIZE
                 INTO WS-LFX-ROTULO
               MOVE WS-TAB-VEN-VL-MELHOR(WS-TAB-IDX2)
                 TO WS-LFX-MELHOR
               MOVE WS-TAB-VEN-VL-ESPERADO(WS-TAB-IDX2)
                 TO WS-LFX-ESPERADO
               MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM.

       2600-MOSTRA-VENDEDORESX. EXIT.

      * -----------------------------------
      * TOTAIS DOS DOIS CASOS POR REGIAO DO CLIENTE
       2700-MOSTRA-REGIOES SECTION.

           MOVE "TOTAIS POR REGIAO" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-REG-QTD
               MOVE SPACES TO WS-LFX-ROTULO
               IF WS-TAB-REG-CD(WS-TAB-IDX2) EQUAL SPACES
                   MOVE "  SEM REGIAO" TO WS-LFX-ROTULO
               ELSE
                   STRING "  REGIAO " DELIMITED BY SIZE
                          WS-TAB-REG-CD(WS-TAB-IDX2) DELIMITED BY SIZE
                     INTO WS-LFX-ROTULO
               END-IF
               MOVE WS-TAB-REG-VL-MELHOR(WS-TAB-IDX2)
                 TO WS-LFX-MELHOR
               MOVE WS-TAB-REG-VL-ESPERADO(WS-TAB-IDX2)
                 TO WS-LFX-ESPERADO
               MOVE WS-LINHA-FLX TO WS-LINHA-TITULO
               PERFORM 6400-MOSTRA-TITULO
           END-PERFORM.

       2700-MOSTRA-REGIOESX. EXIT.

      * -----------------------------------
      * LOCALIZA (OU INCLUI) O CLIENTE DO TITULO NA TABELA DE
      * HISTORICO; WS-TAB-IDX ZERADO QUANDO A TABELA ESTA CHEIA
       6100-LOCALIZA-CLIENTE SECTION.

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
               IF WS-TAB-CLI-QTD LESS 3000
                   ADD 1 TO WS-TAB-CLI-QTD
                   MOVE WS-TAB-CLI-QTD TO WS-TAB-IDX
                   MOVE FS-REC-CD-CLIENTE TO WS-TAB-CLI-CD(WS-TAB-IDX)
                   MOVE ZEROS TO WS-TAB-CLI-QT-PAGO(WS-TAB-IDX)
                                 WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF.

       6100-LOCALIZA-CLIENTEX. EXIT.

      * -----------------------------------
      * ACUMULA O TITULO CORRENTE NO VENDEDOR
       6200-ACUMULA-VENDEDOR SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-VEN-QTD OR E-ACHADO
               IF WS-TAB-VEN-CD(WS-TAB-IDX2) EQUAL FS-REC-CD-VENDEDOR
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS
               IF WS-TAB-VEN-QTD LESS 500
                   ADD 1 TO WS-TAB-VEN-QTD
                   MOVE WS-TAB-VEN-QTD TO WS-TAB-IDX
                   MOVE FS-REC-CD-VENDEDOR TO WS-TAB-VEN-CD(WS-TAB-IDX)
                   MOVE ZEROS TO WS-TAB-VEN-VL-MELHOR(WS-TAB-IDX)
                                 WS-TAB-VEN-VL-ESPERADO(WS-TAB-IDX)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF

           IF WS-TAB-IDX GREATER ZEROS
               ADD WS-VL-SALDO TO WS-TAB-VEN-VL-MELHOR(WS-TAB-IDX)
               ADD WS-VL-ESPERADO
                 TO WS-TAB-VEN-VL-ESPERADO(WS-TAB-IDX)
           END-IF.

       6200-ACUMULA-VENDEDORX. EXIT.

      * -----------------------------------
      * ACUMULA O TITULO CORRENTE NA REGIAO DO CLIENTE
       6250-ACUMULA-REGIAO SECTION.

           MOVE SPACES TO WS-CD-REGIAO

           IF E-CLIENTE-ABERTO
               MOVE FS-REC-CD-CLIENTE TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF FS-STAT-CLI-OK
                   MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO
               END-IF
           END-IF

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-REG-QTD OR E-ACHADO
               IF WS-TAB-REG-CD(WS-TAB-IDX2) EQUAL WS-CD-REGIAO
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS
               IF WS-TAB-REG-QTD LESS 200
                   ADD 1 TO WS-TAB-REG-QTD
                   MOVE WS-TAB-REG-QTD TO WS-TAB-IDX
                   MOVE WS-CD-REGIAO TO WS-TAB-REG-CD(WS-TAB-IDX)
                   MOVE ZEROS TO WS-TAB-REG-VL-MELHOR(WS-TAB-IDX)
                                 WS-TAB-REG-VL-ESPERADO(WS-TAB-IDX)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF

           IF WS-TAB-IDX GREATER ZEROS
               ADD WS-VL-SALDO TO WS-TAB-REG-VL-MELHOR(WS-TAB-IDX)
               ADD WS-VL-ESPERADO
                 TO WS-TAB-REG-VL-ESPERADO(WS-TAB-IDX)
           END-IF.

       6250-ACUMULA-REGIAOX. EXIT.

      * -----------------------------------
      * FAIXA DA PROJECAO PARA WS-DIAS-PRAZO DIAS A PARTIR DE HOJE:
      * VENCIDO CAI HOJE, ATE 29 DIAS DIA A DIA, DEPOIS POR SEMANA E
      * ALEM DO HORIZONTE NA FAIXA 43
       6300-CALCULA-FAIXA SECTION.

           IF WS-DIAS-PRAZO LESS ZEROS
               MOVE ZEROS TO WS-DIAS-PRAZO
           END-IF

           IF WS-DIAS-PRAZO LESS 30
               COMPUTE WS-FAIXA = WS-DIAS-PRAZO + 1
           ELSE
               IF WS-DIAS-PRAZO NOT LESS 30 + (WS-QT-SEMANAS * 7)
                   MOVE 43 TO WS-FAIXA
               ELSE
                   COMPUTE WS-FAIXA = 31 + (WS-DIAS-PRAZO - 30) / 7
               END-IF
           END-IF.

       6300-CALCULA-FAIXAX. EXIT.

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
      * ABRE OS ARQUIVOS DO RELATORIO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-RECEBER

           MOVE 'N' TO WS-CLIENTE-ABERTO
           OPEN INPUT ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE 'S' TO WS-CLIENTE-ABERTO
           END-IF.

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
      * FECHA OS ARQUIVOS DO RELATORIO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-RECEBER

           IF E-CLIENTE-ABERTO
               CLOSE ARQ-CLIENTE
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_FLUXO" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "JANELA " WS-JANELA-DIAS " DIAS SEMANAS "
                  WS-QT-SEMANAS
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
      * FILIAL CEDENTE DO TITULO (NAO NUMERICA OU ZERO = MATRIZ)
       1930-FILIAL-TITULO SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           IF FS-REC-CD-FILIAL IS NUMERIC AND
              FS-REC-CD-FILIAL GREATER ZEROS
               MOVE FS-REC-CD-FILIAL TO WS-CD-FILIAL-REG
           END-IF.

       1930-FILIAL-TITULOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_FLUXO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_FLUXO.
