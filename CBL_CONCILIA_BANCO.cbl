      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Conciliacao do Extrato Bancario com as Baixas
      * Tectonics: cobc
      ******************************************************************
      * DUAS FUNCOES SOB O MESMO MENU:
      *   01 - CONCILIA O EXTRATO DO DIA (EXTRATO_BANCO.TXT POR
      *        PADRAO, TAMBEM PELA CADEIA NOTURNA EM MODO BATCH), NO
      *        PADRAO DE INTERCAMBIO DA CASA CONFERIDO POR
      *        CBL_VALIDA_INTERCAMBIO:
      *          HDR;EXTRATO-BANCO;<AAAAMMDD>;<BANCO>
      *          <DATA>;<C/D>;<VALOR EM CENTAVOS>;<HISTORICO>
      *          TRL;<QT>;<SOMA DOS VALORES>
      *        CADA CREDITO E CASADO COM AS BAIXAS DE ARQ-RECEBER
      *        (FS-REC-DT-PAGAMENTO, VALOR PAGO MAIS ACRESCIMO, DE
      *        CBL_RETORNO_BANCO OU DE CBL_BAIXA_RECEBER) PAGAS ATE
      *        CONCILIA-TOL-DIAS (PADRAO 2) ANTES DO CREDITO, EM TRES
      *        PASSADAS: VALOR EXATO, VALOR DENTRO DE CONCILIA-TOL-
      *        VALOR (PADRAO 0,05) E CREDITO EM LOTE IGUAL A SOMA DAS
      *        BAIXAS PENDENTES DE UM MESMO DIA. ENTRAM AS BAIXAS COM
      *        PAGAMENTO NOS ULTIMOS CONCILIA-JANELA-DIAS (PADRAO 5)
      *        AINDA NAO VISTAS. O QUE NAO CASA FICA PENDENTE EM
      *        CONCILIA.IDX E VOLTA NA EXECUCAO SEGUINTE ATE CASAR OU
      *        SER BAIXADO A MAO. O RELATORIO DE CONCILIACAO VAI PARA
      *        CONCILIA_<AAAAMMDD>.TXT, REGISTRADO NO SPOOL.
      *   02 - BAIXA MANUAL DE PENDENCIA (CREDITO "B" OU BAIXA "T"),
      *        COM MOTIVO, REGISTRADA NA AUDITORIA GERAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONCILIA_BANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CONCILIA ASSIGN TO DISK WID-ARQ-CONCILIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CNC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CNC.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-EXTRATO ASSIGN TO WNM-ARQ-EXTRATO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-EXT.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-RLT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONCILIA.

       COPY FS-ARQ-CONCILIA.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-EXTRATO.
       01 ARQ-EXTRATO-REC PIC X(100).

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-CONCILIAR VALUE IS "1".
           88 E-BAIXAR    VALUE IS "2".
           88 E-ENCERRAR  VALUES ARE "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "X" "x".

       77 FS-STAT-CNC PIC 9(02).
           88 FS-STAT-CNC-OK         VALUE 00.
           88 FS-STAT-CNC-NAO-EXISTE VALUE 35.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-EXT PIC 9(02).
           88 FS-STAT-EXT-OK         VALUE 00.

       77 FS-STAT-RLT PIC 9(02).
           88 FS-STAT-RLT-OK         VALUE 00.

       77 WNM-ARQ-EXTRATO   PIC X(50) VALUE "EXTRATO_BANCO.TXT".
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

       77 WS-DT-HOJE    PIC 9(008) VALUE ZEROS.
       77 WS-DT-EXTRATO PIC 9(008) VALUE ZEROS.
       77 WS-DT-CORTE   PIC 9(008) VALUE ZEROS.
       77 WS-ID-OPERADOR PIC X(010) VALUE "SISTEMA".

      * REGRAS DE TOLERANCIA
       77 WS-TOL-DIAS    PIC 9(003) VALUE 2.
       77 WS-TOL-VALOR   PIC 9(005)V99 VALUE 0.05.
       77 WS-JANELA-DIAS PIC 9(003) VALUE 5.

       01 WS-EXT-CAMPOS.
           05 WS-EXT-DATA-X   PIC X(012).
           05 WS-EXT-TIPO-X   PIC X(002).
           05 WS-EXT-VALOR-X  PIC X(020).
           05 WS-EXT-HIST-X   PIC X(030).
       01 WS-HDR-CAMPOS.
           05 WS-HDR-TIPO     PIC X(003).
           05 WS-HDR-ID       PIC X(020).
           05 WS-HDR-DATA     PIC X(008).
       77 WS-NR-SEQ-LINHA PIC 9(004) VALUE ZEROS.

      * CREDITOS DO EXTRATO (DO DIA E PENDENTES DE DIAS ANTERIORES)
       01 WS-TAB-CRE.
           05 WS-CRE-ITEM OCCURS 2000.
               10 WS-CRE-ID      PIC X(012).
               10 WS-CRE-DT      PIC 9(008).
               10 WS-CRE-VL      PIC 9(011)V99.
               10 WS-CRE-HIST    PIC X(030).
               10 WS-CRE-NOVO    PIC X(001).
               10 WS-CRE-IDX-PAR PIC 9(004).
               10 WS-CRE-QT-PAR  PIC 9(004).
       77 WS-CRE-QTD PIC 9(004) VALUE ZEROS.

      * BAIXAS DE TITULOS (DA JANELA E PENDENTES DE DIAS ANTERIORES)
       01 WS-TAB-BXA.
           05 WS-BXA-ITEM OCCURS 2000.
               10 WS-BXA-DOC     PIC 9(007).
               10 WS-BXA-CLI     PIC 9(007).
               10 WS-BXA-DT      PIC 9(008).
               10 WS-BXA-VL      PIC 9(011)V99.
               10 WS-BXA-NOVO    PIC X(001).
               10 WS-BXA-IDX-PAR PIC 9(004).
       77 WS-BXA-QTD PIC 9(004) VALUE ZEROS.

       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

       77 WS-CRE-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-BXA-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-BXA-IDX2 PIC 9(004) VALUE ZEROS.
       77 WS-PASSADA  PIC 9(001) VALUE ZEROS.
       77 WS-DIAS-DIF PIC S9(005) VALUE ZEROS.
       77 WS-VL-DIF   PIC S9(011)V99 VALUE ZEROS.
       77 WS-VL-LOTE  PIC 9(013)V99 VALUE ZEROS.
       77 WS-QT-LOTE  PIC 9(004) VALUE ZEROS.
       77 WS-DT-LOTE  PIC 9(008) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-CREDITOS         PIC 9(9) VALUE ZEROS.
           05 WQT-DEBITOS          PIC 9(9) VALUE ZEROS.
           05 WQT-REPETIDOS        PIC 9(9) VALUE ZEROS.
           05 WQT-CONCILIADOS      PIC 9(9) VALUE ZEROS.
           05 WQT-CREDITOS-PEND    PIC 9(9) VALUE ZEROS.
           05 WQT-BAIXAS-PEND      PIC 9(9) VALUE ZEROS.
           05 WQT-VL-CREDITOS-PEND PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-BAIXAS-PEND   PIC 9(013)V99 VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(120) VALUE SPACES.
       77 WS-ED-VALOR  PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-VALOR2 PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-DIAS   PIC ZZZ9.
       77 WS-ED-QT     PIC ZZZ9.

      * BAIXA MANUAL DE PENDENCIA
       77 WS-MAN-TIPO   PIC X(001) VALUE SPACES.
           88 E-MAN-TIPO-OK VALUES ARE "B" "T".
       77 WS-MAN-ID     PIC X(012) VALUE SPACES.
       77 WS-MAN-MOTIVO PIC X(030) VALUE SPACES.
       77 WS-MAN-DOC    PIC 9(007) VALUE ZEROS.

       COPY CPY_ID_ARQ_CONCILIA.
       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_VALIDA_INTERCAMBIO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_GRAVA_AUDGERAL.

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

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - CONCILIAR EXTRATO".
           05 LINE 08 COLUMN 15 VALUE "02 - BAIXAR PENDENCIA".
           05 LINE 10 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ARQUIVO.
           05 LINE 08 COLUMN 04 VALUE "Arquivo do Extrato:".
           05 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-EXTRATO.

       01 SS-TELA-RESULTADO.
           05 LINE 10 COLUMN 09 VALUE "Creditos Lidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CREDITOS.
           05 LINE 11 COLUMN 06 VALUE "Creditos Repetidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-REPETIDOS.
           05 LINE 12 COLUMN 06 VALUE "Creditos Conciliados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CONCILIADOS.
           05 LINE 13 COLUMN 07 VALUE "Creditos sem Baixa:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CREDITOS-PEND.
           05 LINE 14 COLUMN 07 VALUE "Baixas sem Credito:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-BAIXAS-PEND.

       01 SS-TELA-MANUAL.
           05 LINE 08 COLUMN 04 VALUE "Tipo (B-Credito T-Baixa):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-MAN-TIPO.
           05 LINE 09 COLUMN 11 VALUE "Identificacao:".
           05 COLUMN PLUS 2 PIC X(12) USING WS-MAN-ID.
           05 LINE 10 COLUMN 18 VALUE "Motivo:".
           05 COLUMN PLUS 2 PIC X(30) USING WS-MAN-MOTIVO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CONCILIA
           END-IF
           MOVE WNM-PATH-CONCILIA TO WNM-PATH-RECEBER

           MOVE "CONCILIA-TOL-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-TOL-DIAS = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "CONCILIA-TOL-VALOR" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-TOL-VALOR = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "CONCILIA-JANELA-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-JANELA-DIAS = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-JANELA-DIAS LESS WS-TOL-DIAS
               MOVE WS-TOL-DIAS TO WS-JANELA-DIAS
           END-IF

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-OPERADOR
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CONCILIA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO LK-RETURN-CODE

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

      * NA CADEIA NOTURNA SO A CONCILIACAO RODA, COM O ARQUIVO PADRAO
           IF E-MODO-BATCH
               PERFORM 1000-CONCILIA-EXTRATO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM UNTIL E-ENCERRAR
               MOVE "CONCILIACAO BANCARIA" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-CONCILIAR
                       DISPLAY SS-CLS
                       DISPLAY SS-TELA-ARQUIVO
                       ACCEPT SS-TELA-ARQUIVO
                       IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                           PERFORM 1000-CONCILIA-EXTRATO
                       END-IF
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-BAIXAR
                       PERFORM 2000-BAIXA-PENDENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * CONCILIA O EXTRATO: CARREGA PENDENCIAS, CREDITOS DO DIA E
      * BAIXAS DA JANELA, CASA, GRAVA A SITUACAO E EMITE O RELATORIO
       1000-CONCILIA-EXTRATO SECTION.

           MOVE "01 - CONCILIAR EXTRATO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-CRE-QTD WS-BXA-QTD
           MOVE 'N' TO WS-TAB-CHEIA

           MOVE WNM-ARQ-EXTRATO  TO LK-INT-NM-ARQUIVO
           MOVE "EXTRATO-BANCO"  TO LK-INT-ID-ARQUIVO
           MOVE 3 TO LK-INT-POS-HASH
           CALL 'CBL_VALIDA_INTERCAMBIO' USING LK-INT-PARAMETERS

           IF NOT LK-INT-RC-OK
               IF LK-INT-RC-NAO-EXISTE
                   MOVE "ARQUIVO DO EXTRATO NAO ENCONTRADO"
                     TO WS-MSGERRO
               ELSE
                   STRING
                     "EXTRATO RECUSADO NA CONFERENCIA DE "
                     "HEADER/TRAILER" DELIMITED BY SIZE
                     INTO WS-MSGERRO
               END-IF
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-CONCILIA-EXTRATOX
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM 1100-CARREGA-PENDENTES
           PERFORM 1200-CARREGA-EXTRATO

           COMPUTE WS-DT-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-EXTRATO) - WS-JANELA-DIAS)
           PERFORM 1300-CARREGA-BAIXAS

           PERFORM VARYING WS-PASSADA FROM 1 BY 1
             UNTIL WS-PASSADA GREATER 2
               PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
                 UNTIL WS-CRE-IDX GREATER WS-CRE-QTD
                   IF WS-CRE-IDX-PAR(WS-CRE-IDX) EQUAL ZEROS
                       PERFORM 1400-CASA-CREDITO
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
             UNTIL WS-CRE-IDX GREATER WS-CRE-QTD
               IF WS-CRE-IDX-PAR(WS-CRE-IDX) EQUAL ZEROS
                   PERFORM 1450-CASA-LOTE
               END-IF
           END-PERFORM

           PERFORM 1500-GRAVA-SITUACAO

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "CONCILIA_"   DELIMITED BY SIZE
                  WS-DT-EXTRATO DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO
           OPEN OUTPUT ARQ-RELATORIO
           PERFORM 1600-EMITE-RELATORIO

           PERFORM 7000-FECHA-ARQUIVOS

           IF E-TAB-CHEIA
               MOVE "LIMITE DE 2000 ITENS - CONCILIACAO PARCIAL"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           MOVE SPACES TO WS-MSGERRO
           STRING "EXTRATO " DELIMITED BY SIZE
                  WS-DT-EXTRATO DELIMITED BY SIZE
                  " CONCILIADO: " DELIMITED BY SIZE
                  WQT-CONCILIADOS DELIMITED BY SIZE
                  " OK, " DELIMITED BY SIZE
                  WQT-CREDITOS-PEND DELIMITED BY SIZE
                  " CRED/" DELIMITED BY SIZE
                  WQT-BAIXAS-PEND DELIMITED BY SIZE
                  " BXA PEND" DELIMITED BY SIZE
             INTO WS-MSGERRO

           IF E-MODO-BATCH
               PERFORM 9100-REGISTRA-MENSAGEM
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1000-CONCILIA-EXTRATOX. EXIT.

      * -----------------------------------
      * TRAZ PARA AS TABELAS OS CREDITOS E BAIXAS QUE FICARAM
      * PENDENTES NAS EXECUCOES ANTERIORES
       1100-CARREGA-PENDENTES SECTION.

           MOVE LOW-VALUES TO FS-CNC-KEY
           MOVE ZEROS TO FS-STAT-CNC

           PERFORM UNTIL NOT FS-STAT-CNC-OK
               PERFORM 6000-LE-PROX-CONCILIA
               IF FS-STAT-CNC-OK AND FS-CNC-PENDENTE
                   IF FS-CNC-CREDITO
                       MOVE FS-CNC-ID           TO WS-LIN-TEXTO
                       MOVE FS-CNC-DS-HISTORICO TO WS-EXT-HIST-X
                       MOVE 'N' TO WS-ACHADO
                       PERFORM 6100-INCLUI-CREDITO
                   ELSE
                       MOVE 'N' TO WS-ACHADO
                       PERFORM 6200-INCLUI-BAIXA
                   END-IF
               END-IF
           END-PERFORM.

       1100-CARREGA-PENDENTESX. EXIT.

      * -----------------------------------
      * LE O EXTRATO: A DATA VEM DO HEADER; DEBITOS NAO ENTRAM NA
      * CONCILIACAO; CREDITO JA IMPORTADO (MESMA DATA E LINHA) E
      * IGNORADO, PARA QUE O REPROCESSAMENTO NAO DUPLIQUE
       1200-CARREGA-EXTRATO SECTION.

           MOVE WS-DT-HOJE TO WS-DT-EXTRATO
           MOVE ZEROS TO WS-NR-SEQ-LINHA

           READ ARQ-EXTRATO

           PERFORM UNTIL NOT FS-STAT-EXT-OK

               EVALUATE TRUE
                   WHEN ARQ-EXTRATO-REC(1:4) EQUAL "HDR;"
                       MOVE SPACES TO WS-HDR-CAMPOS
                       UNSTRING ARQ-EXTRATO-REC DELIMITED BY ";"
                           INTO WS-HDR-TIPO WS-HDR-ID WS-HDR-DATA
                       END-UNSTRING
                       IF WS-HDR-DATA IS NUMERIC
                           MOVE WS-HDR-DATA TO WS-DT-EXTRATO
                       END-IF
                   WHEN ARQ-EXTRATO-REC(1:4) EQUAL "TRL;"
                       CONTINUE
                   WHEN ARQ-EXTRATO-REC EQUAL SPACES
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-NR-SEQ-LINHA
                       PERFORM 1250-TRATA-LINHA
               END-EVALUATE

               READ ARQ-EXTRATO
           END-PERFORM.

       1200-CARREGA-EXTRATOX. EXIT.

      * -----------------------------------
      * SEPARA OS CAMPOS DE UMA LINHA DO EXTRATO E GUARDA O CREDITO
       1250-TRATA-LINHA SECTION.

           MOVE SPACES TO WS-EXT-CAMPOS
           UNSTRING ARQ-EXTRATO-REC DELIMITED BY ";"
               INTO WS-EXT-DATA-X
                    WS-EXT-TIPO-X
                    WS-EXT-VALOR-X
                    WS-EXT-HIST-X
           END-UNSTRING

           IF WS-EXT-TIPO-X(1:1) NOT EQUAL "C"
               ADD 1 TO WQT-DEBITOS
               GO TO 1250-TRATA-LINHAX
           END-IF

           ADD 1 TO WQT-CREDITOS

           MOVE "B" TO FS-CNC-TIPO
           MOVE SPACES TO FS-CNC-ID
           STRING WS-DT-EXTRATO WS-NR-SEQ-LINHA DELIMITED BY SIZE
             INTO FS-CNC-ID
           READ ARQ-CONCILIA
           IF FS-STAT-CNC-OK
               ADD 1 TO WQT-REPETIDOS
               GO TO 1250-TRATA-LINHAX
           END-IF

           MOVE FS-CNC-ID TO WS-LIN-TEXTO
           MOVE FUNCTION NUMVAL(WS-EXT-DATA-X) TO FS-CNC-DT-MOVIMENTO
           IF FS-CNC-DT-MOVIMENTO LESS 19000101
               MOVE WS-DT-EXTRATO TO FS-CNC-DT-MOVIMENTO
           END-IF
           COMPUTE FS-CNC-VL-MOVIMENTO =
               FUNCTION NUMVAL(WS-EXT-VALOR-X) / 100
           MOVE 'S' TO WS-ACHADO
           PERFORM 6100-INCLUI-CREDITO.

       1250-TRATA-LINHAX. EXIT.

      * -----------------------------------
      * BAIXAS DE TITULOS COM PAGAMENTO NA JANELA ATE A DATA DO
      * EXTRATO AINDA NAO VISTAS PELA CONCILIACAO
       1300-CARREGA-BAIXAS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6050-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               IF NOT FS-REC-RENEGOCIADO AND
                  FS-REC-VL-PAGO GREATER ZEROS AND
                  FS-REC-DT-PAGAMENTO GREATER WS-DT-CORTE AND
                  FS-REC-DT-PAGAMENTO NOT GREATER WS-DT-EXTRATO
                   MOVE "T" TO FS-CNC-TIPO
                   MOVE SPACES TO FS-CNC-ID
                   MOVE FS-REC-NR-DOCUMENTO TO WS-MAN-DOC
                   MOVE WS-MAN-DOC TO FS-CNC-ID
                   READ ARQ-CONCILIA
                   IF NOT FS-STAT-CNC-OK
                       MOVE FS-REC-NR-DOCUMENTO TO FS-CNC-NR-DOCUMENTO
                       MOVE FS-REC-CD-CLIENTE   TO FS-CNC-CD-CLIENTE
                       MOVE FS-REC-DT-PAGAMENTO TO FS-CNC-DT-MOVIMENTO
                       COMPUTE FS-CNC-VL-MOVIMENTO =
                           FS-REC-VL-PAGO + FS-REC-VL-ACRESCIMO
                       MOVE 'S' TO WS-ACHADO
                       PERFORM 6200-INCLUI-BAIXA
                   END-IF
               END-IF

               PERFORM 6050-LER-ARQ-RECEBER
           END-PERFORM.

       1300-CARREGA-BAIXASX. EXIT.

      * -----------------------------------
      * PROCURA UMA BAIXA LIVRE PARA O CREDITO CORRENTE: PASSADA 1
      * VALOR EXATO, PASSADA 2 DENTRO DA TOLERANCIA; EM AMBAS A BAIXA
      * E DO DIA DO CREDITO OU ATE WS-TOL-DIAS ANTES
       1400-CASA-CREDITO SECTION.

           MOVE 'N' TO WS-ACHADO

           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
             UNTIL WS-BXA-IDX GREATER WS-BXA-QTD OR E-ACHADO

               IF WS-BXA-IDX-PAR(WS-BXA-IDX) EQUAL ZEROS
                   COMPUTE WS-DIAS-DIF =
                       FUNCTION INTEGER-OF-DATE(WS-CRE-DT(WS-CRE-IDX))
                     - FUNCTION INTEGER-OF-DATE(WS-BXA-DT(WS-BXA-IDX))
                   COMPUTE WS-VL-DIF =
                       WS-CRE-VL(WS-CRE-IDX) - WS-BXA-VL(WS-BXA-IDX)
                   IF WS-VL-DIF LESS ZEROS
                       COMPUTE WS-VL-DIF = WS-VL-DIF * -1
                   END-IF

                   IF WS-DIAS-DIF NOT LESS ZEROS AND
                      WS-DIAS-DIF NOT GREATER WS-TOL-DIAS AND
                      ((WS-PASSADA EQUAL 1 AND WS-VL-DIF EQUAL ZEROS)
                       OR
                       (WS-PASSADA EQUAL 2 AND
                        WS-VL-DIF NOT GREATER WS-TOL-VALOR))
                       MOVE WS-BXA-IDX TO WS-CRE-IDX-PAR(WS-CRE-IDX)
                       MOVE 1          TO WS-CRE-QT-PAR(WS-CRE-IDX)
                       MOVE WS-CRE-IDX TO WS-BXA-IDX-PAR(WS-BXA-IDX)
                       MOVE 'S' TO WS-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       1400-CASA-CREDITOX. EXIT.

      * -----------------------------------
      * CREDITO EM LOTE (O BANCO CREDITA DE UMA VEZ O RETORNO DE
      * COBRANCA): CASA COM TODAS AS BAIXAS LIVRES DE UM MESMO DIA
      * DA JANELA SE A SOMA DELAS BATE DENTRO DA TOLERANCIA
       1450-CASA-LOTE SECTION.

           MOVE 'N' TO WS-ACHADO

           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
             UNTIL WS-BXA-IDX GREATER WS-BXA-QTD OR E-ACHADO

               IF WS-BXA-IDX-PAR(WS-BXA-IDX) EQUAL ZEROS
                   COMPUTE WS-DIAS-DIF =
                       FUNCTION INTEGER-OF-DATE(WS-CRE-DT(WS-CRE-IDX))
                     - FUNCTION INTEGER-OF-DATE(WS-BXA-DT(WS-BXA-IDX))
                   IF WS-DIAS-DIF NOT LESS ZEROS AND
                      WS-DIAS-DIF NOT GREATER WS-TOL-DIAS
                       MOVE WS-BXA-DT(WS-BXA-IDX) TO WS-DT-LOTE
                       PERFORM 1460-SOMA-LOTE
                   END-IF
               END-IF
           END-PERFORM.

       1450-CASA-LOTEX. EXIT.

      * -----------------------------------
      * SOMA AS BAIXAS LIVRES DO DIA WS-DT-LOTE E, SE A SOMA BATE COM
      * O CREDITO, MARCA TODAS COMO CASADAS COM ELE
       1460-SOMA-LOTE SECTION.

           MOVE ZEROS TO WS-VL-LOTE WS-QT-LOTE

           PERFORM VARYING WS-BXA-IDX2 FROM 1 BY 1
             UNTIL WS-BXA-IDX2 GREATER WS-BXA-QTD
               IF WS-BXA-IDX-PAR(WS-BXA-IDX2) EQUAL ZEROS AND
                  WS-BXA-DT(WS-BXA-IDX2) EQUAL WS-DT-LOTE
                   ADD WS-BXA-VL(WS-BXA-IDX2) TO WS-VL-LOTE
                   ADD 1 TO WS-QT-LOTE
               END-IF
           END-PERFORM

           IF WS-QT-LOTE LESS 2
               GO TO 1460-SOMA-LOTEX
           END-IF

           COMPUTE WS-VL-DIF = WS-CRE-VL(WS-CRE-IDX) - WS-VL-LOTE
           IF WS-VL-DIF LESS ZEROS
               COMPUTE WS-VL-DIF = WS-VL-DIF * -1
           END-IF
           IF WS-VL-DIF GREATER WS-TOL-VALOR
               GO TO 1460-SOMA-LOTEX
           END-IF

           PERFORM VARYING WS-BXA-IDX2 FROM 1 BY 1
             UNTIL WS-BXA-IDX2 GREATER WS-BXA-QTD
               IF WS-BXA-IDX-PAR(WS-BXA-IDX2) EQUAL ZEROS AND
                  WS-BXA-DT(WS-BXA-IDX2) EQUAL WS-DT-LOTE
                   MOVE WS-CRE-IDX TO WS-BXA-IDX-PAR(WS-BXA-IDX2)
                   IF WS-CRE-IDX-PAR(WS-CRE-IDX) EQUAL ZEROS
                       MOVE WS-BXA-IDX2 TO WS-CRE-IDX-PAR(WS-CRE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-QT-LOTE TO WS-CRE-QT-PAR(WS-CRE-IDX)
           MOVE 'S' TO WS-ACHADO.

       1460-SOMA-LOTEX. EXIT.

      * -----------------------------------
      * GRAVA A SITUACAO DE CADA ITEM: O NOVO ENTRA CONCILIADO OU
      * PENDENTE; O PENDENTE ANTERIOR QUE CASOU PASSA A CONCILIADO
       1500-GRAVA-SITUACAO SECTION.

           PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
             UNTIL WS-CRE-IDX GREATER WS-CRE-QTD

               MOVE "B" TO FS-CNC-TIPO
               MOVE WS-CRE-ID(WS-CRE-IDX) TO FS-CNC-ID
               IF WS-CRE-NOVO(WS-CRE-IDX) EQUAL 'S'
                   MOVE SPACES TO FS-CNC-DADOS
                   MOVE WS-CRE-DT(WS-CRE-IDX)   TO FS-CNC-DT-MOVIMENTO
                   MOVE WS-CRE-VL(WS-CRE-IDX)   TO FS-CNC-VL-MOVIMENTO
                   MOVE WS-CRE-HIST(WS-CRE-IDX) TO FS-CNC-DS-HISTORICO
                   MOVE ZEROS TO FS-CNC-NR-DOCUMENTO FS-CNC-CD-CLIENTE
                                 FS-CNC-DT-CONCILIACAO
                   MOVE WS-DT-HOJE TO FS-CNC-DT-INCLUSAO
                   MOVE WS-ID-OPERADOR TO FS-CNC-ID-OPERADOR
               ELSE
                   READ ARQ-CONCILIA
               END-IF

               IF WS-CRE-IDX-PAR(WS-CRE-IDX) EQUAL ZEROS
                   MOVE "P" TO FS-CNC-IND-SITUACAO
                   ADD 1 TO WQT-CREDITOS-PEND
                   ADD WS-CRE-VL(WS-CRE-IDX) TO WQT-VL-CREDITOS-PEND
               ELSE
                   MOVE "C" TO FS-CNC-IND-SITUACAO
                   MOVE WS-DT-HOJE TO FS-CNC-DT-CONCILIACAO
                   ADD 1 TO WQT-CONCILIADOS
                   IF WS-CRE-QT-PAR(WS-CRE-IDX) GREATER 1
                       MOVE "LOTE" TO FS-CNC-ID-PAR
                   ELSE
                       MOVE WS-CRE-IDX-PAR(WS-CRE-IDX) TO WS-BXA-IDX
                       MOVE WS-BXA-DOC(WS-BXA-IDX) TO WS-MAN-DOC
                       MOVE SPACES TO FS-CNC-ID-PAR
                       STRING "T" WS-MAN-DOC DELIMITED BY SIZE
                         INTO FS-CNC-ID-PAR
                   END-IF
               END-IF

               PERFORM 6300-GRAVA-CONCILIA
           END-PERFORM

           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
             UNTIL WS-BXA-IDX GREATER WS-BXA-QTD

               MOVE "T" TO FS-CNC-TIPO
               MOVE SPACES TO FS-CNC-ID
               MOVE WS-BXA-DOC(WS-BXA-IDX) TO WS-MAN-DOC
               MOVE WS-MAN-DOC TO FS-CNC-ID
               IF WS-BXA-NOVO(WS-BXA-IDX) EQUAL 'S'
                   MOVE SPACES TO FS-CNC-DADOS
                   MOVE WS-BXA-DT(WS-BXA-IDX)  TO FS-CNC-DT-MOVIMENTO
                   MOVE WS-BXA-VL(WS-BXA-IDX)  TO FS-CNC-VL-MOVIMENTO
                   MOVE WS-BXA-DOC(WS-BXA-IDX) TO FS-CNC-NR-DOCUMENTO
                   MOVE WS-BXA-CLI(WS-BXA-IDX) TO FS-CNC-CD-CLIENTE
                   MOVE ZEROS TO FS-CNC-DT-CONCILIACAO
                   MOVE WS-DT-HOJE TO FS-CNC-DT-INCLUSAO
                   MOVE WS-ID-OPERADOR TO FS-CNC-ID-OPERADOR
               ELSE
                   READ ARQ-CONCILIA
               END-IF

               IF WS-BXA-IDX-PAR(WS-BXA-IDX) EQUAL ZEROS
                   MOVE "P" TO FS-CNC-IND-SITUACAO
                   ADD 1 TO WQT-BAIXAS-PEND
                   ADD WS-BXA-VL(WS-BXA-IDX) TO WQT-VL-BAIXAS-PEND
               ELSE
                   MOVE "C" TO FS-CNC-IND-SITUACAO
                   MOVE WS-DT-HOJE TO FS-CNC-DT-CONCILIACAO
                   MOVE WS-BXA-IDX-PAR(WS-BXA-IDX) TO WS-CRE-IDX
                   MOVE SPACES TO FS-CNC-ID-PAR
                   STRING "B" WS-CRE-ID(WS-CRE-IDX) DELIMITED BY SIZE
                     INTO FS-CNC-ID-PAR
               END-IF

               PERFORM 6300-GRAVA-CONCILIA
           END-PERFORM.

       1500-GRAVA-SITUACAOX. EXIT.

      * -----------------------------------
      * RELATORIO: CONCILIADOS, CREDITOS SEM BAIXA E BAIXAS SEM
      * CREDITO (COM OS DIAS EM ABERTO), E TOTAIS
       1600-EMITE-RELATORIO SECTION.

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CONCILIACAO BANCARIA - EXTRATO " DELIMITED BY SIZE
                  WS-DT-EXTRATO DELIMITED BY SIZE
                  "  ARQUIVO " DELIMITED BY SIZE
                  WNM-ARQ-EXTRATO DELIMITED BY SPACE
             INTO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE ALL "=" TO WS-LIN-TEXTO(1:100)
           PERFORM 6400-GRAVA-LINHA-REL
           MOVE "CONCILIADOS" TO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL

           PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
             UNTIL WS-CRE-IDX GREATER WS-CRE-QTD
               IF WS-CRE-IDX-PAR(WS-CRE-IDX) GREATER ZEROS
                   PERFORM 1610-LINHA-CONCILIADO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE ALL "=" TO WS-LIN-TEXTO(1:100)
           PERFORM 6400-GRAVA-LINHA-REL
           MOVE "CREDITOS NO BANCO SEM BAIXA" TO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL

           PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
             UNTIL WS-CRE-IDX GREATER WS-CRE-QTD
               IF WS-CRE-IDX-PAR(WS-CRE-IDX) EQUAL ZEROS
                   COMPUTE WS-DIAS-DIF =
                       FUNCTION INTEGER-OF-DATE(WS-DT-EXTRATO)
                     - FUNCTION INTEGER-OF-DATE(WS-CRE-DT(WS-CRE-IDX))
                   MOVE WS-DIAS-DIF TO WS-ED-DIAS
                   MOVE WS-CRE-VL(WS-CRE-IDX) TO WS-ED-VALOR
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  B " DELIMITED BY SIZE
                          WS-CRE-ID(WS-CRE-IDX) DELIMITED BY SIZE
                          " DATA " DELIMITED BY SIZE
                          WS-CRE-DT(WS-CRE-IDX) DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-ED-VALOR DELIMITED BY SIZE
                          " DIAS " DELIMITED BY SIZE
                          WS-ED-DIAS DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CRE-HIST(WS-CRE-IDX) DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO
                   PERFORM 6400-GRAVA-LINHA-REL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE ALL "=" TO WS-LIN-TEXTO(1:100)
           PERFORM 6400-GRAVA-LINHA-REL
           MOVE "BAIXAS SEM CREDITO NO BANCO" TO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL

           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
             UNTIL WS-BXA-IDX GREATER WS-BXA-QTD
               IF WS-BXA-IDX-PAR(WS-BXA-IDX) EQUAL ZEROS
                   COMPUTE WS-DIAS-DIF =
                       FUNCTION INTEGER-OF-DATE(WS-DT-EXTRATO)
                     - FUNCTION INTEGER-OF-DATE(WS-BXA-DT(WS-BXA-IDX))
                   MOVE WS-DIAS-DIF TO WS-ED-DIAS
                   MOVE WS-BXA-VL(WS-BXA-IDX) TO WS-ED-VALOR
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  T " DELIMITED BY SIZE
                          WS-BXA-DOC(WS-BXA-IDX) DELIMITED BY SIZE
                          " CLIENTE " DELIMITED BY SIZE
                          WS-BXA-CLI(WS-BXA-IDX) DELIMITED BY SIZE
                          " PAGO " DELIMITED BY SIZE
                          WS-BXA-DT(WS-BXA-IDX) DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-ED-VALOR DELIMITED BY SIZE
                          " DIAS " DELIMITED BY SIZE
                          WS-ED-DIAS DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO
                   PERFORM 6400-GRAVA-LINHA-REL
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE ALL "=" TO WS-LIN-TEXTO(1:100)
           PERFORM 6400-GRAVA-LINHA-REL

           MOVE WQT-VL-CREDITOS-PEND TO WS-ED-VALOR
           MOVE WQT-VL-BAIXAS-PEND   TO WS-ED-VALOR2
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CONCILIADOS " DELIMITED BY SIZE
                  WQT-CONCILIADOS DELIMITED BY SIZE
                  "  CREDITOS PENDENTES " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  BAIXAS PENDENTES " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL.

       1600-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * LINHA DO CREDITO CONCILIADO E, ABAIXO, AS BAIXAS CASADAS
       1610-LINHA-CONCILIADO SECTION.

           MOVE WS-CRE-VL(WS-CRE-IDX)     TO WS-ED-VALOR
           MOVE WS-CRE-QT-PAR(WS-CRE-IDX) TO WS-ED-QT
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "  B " DELIMITED BY SIZE
                  WS-CRE-ID(WS-CRE-IDX) DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  WS-CRE-DT(WS-CRE-IDX) DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  " BAIXAS " DELIMITED BY SIZE
                  WS-ED-QT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CRE-HIST(WS-CRE-IDX) DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           PERFORM 6400-GRAVA-LINHA-REL

           PERFORM VARYING WS-BXA-IDX FROM 1 BY 1
             UNTIL WS-BXA-IDX GREATER WS-BXA-QTD
               IF WS-BXA-IDX-PAR(WS-BXA-IDX) EQUAL WS-CRE-IDX
                   MOVE WS-BXA-VL(WS-BXA-IDX) TO WS-ED-VALOR
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "      T " DELIMITED BY SIZE
                          WS-BXA-DOC(WS-BXA-IDX) DELIMITED BY SIZE
                          " CLIENTE " DELIMITED BY SIZE
                          WS-BXA-CLI(WS-BXA-IDX) DELIMITED BY SIZE
                          " PAGO " DELIMITED BY SIZE
                          WS-BXA-DT(WS-BXA-IDX) DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-ED-VALOR DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO
                   PERFORM 6400-GRAVA-LINHA-REL
               END-IF
           END-PERFORM.

       1610-LINHA-CONCILIADOX. EXIT.

      * -----------------------------------
      * BAIXA MANUAL DE UMA PENDENCIA QUE NAO VAI CASAR (CREDITO
      * ALHEIO A COBRANCA, BAIXA ESTORNADA ETC.)
       2000-BAIXA-PENDENCIA SECTION.

           MOVE "02 - BAIXAR PENDENCIA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE SPACES TO WS-MAN-TIPO WS-MAN-ID WS-MAN-MOTIVO

           DISPLAY SS-CLS
           ACCEPT SS-TELA-MANUAL

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 2000-BAIXA-PENDENCIAX
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-MAN-TIPO) TO WS-MAN-TIPO

           EVALUATE TRUE
               WHEN NOT E-MAN-TIPO-OK
                   MOVE "TIPO DEVE SER B OU T" TO WS-MSGERRO
               WHEN WS-MAN-ID EQUAL SPACES
                   MOVE "INFORME A IDENTIFICACAO" TO WS-MSGERRO
               WHEN WS-MAN-MOTIVO EQUAL SPACES
                   MOVE "INFORME O MOTIVO DA BAIXA" TO WS-MSGERRO
               WHEN OTHER
                   MOVE SPACES TO WS-MSGERRO
           END-EVALUATE

           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-BAIXA-PENDENCIAX
           END-IF

           OPEN I-O ARQ-CONCILIA
           IF FS-STAT-CNC-NAO-EXISTE
               MOVE "NAO HA PENDENCIAS DE CONCILIACAO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-BAIXA-PENDENCIAX
           END-IF

           MOVE WS-MAN-TIPO TO FS-CNC-TIPO
           MOVE SPACES TO FS-CNC-ID
           IF WS-MAN-TIPO EQUAL "T"
               COMPUTE WS-MAN-DOC = FUNCTION NUMVAL(WS-MAN-ID)
               MOVE WS-MAN-DOC TO FS-CNC-ID
           ELSE
               MOVE WS-MAN-ID TO FS-CNC-ID
           END-IF

           READ ARQ-CONCILIA

           IF NOT FS-STAT-CNC-OK OR NOT FS-CNC-PENDENTE
               MOVE "PENDENCIA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               CLOSE ARQ-CONCILIA
               GO TO 2000-BAIXA-PENDENCIAX
           END-IF

           MOVE SPACES TO WS-ERRO
           MOVE "CONFIRMA A BAIXA MANUAL DA PENDENCIA (S/N)?"
             TO WS-MSGERRO
           ACCEPT SS-ERRO
           IF NOT E-SIM
               MOVE SPACES TO WS-ERRO
               CLOSE ARQ-CONCILIA
               GO TO 2000-BAIXA-PENDENCIAX
           END-IF
           MOVE SPACES TO WS-ERRO

           MOVE "M"            TO FS-CNC-IND-SITUACAO
           MOVE WS-DT-HOJE     TO FS-CNC-DT-CONCILIACAO
           MOVE "MANUAL"       TO FS-CNC-ID-PAR
           MOVE WS-ID-OPERADOR TO FS-CNC-ID-OPERADOR
           MOVE WS-MAN-MOTIVO  TO FS-CNC-DS-MOTIVO

           REWRITE ARQ-CONCILIA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PENDENCIA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   CLOSE ARQ-CONCILIA
                   GO TO 2000-BAIXA-PENDENCIAX
           END-REWRITE

           CLOSE ARQ-CONCILIA

           MOVE "CONCILIA"     TO LK-AGR-ENTIDADE
           MOVE FS-CNC-KEY     TO LK-AGR-CHAVE
           MOVE "BAIXA"        TO LK-AGR-OPERACAO
           MOVE WS-ID-OPERADOR TO LK-AGR-USUARIO
           MOVE "PENDENTE"     TO LK-AGR-ANTES
           MOVE WS-MAN-MOTIVO  TO LK-AGR-DEPOIS
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

           MOVE "PENDENCIA BAIXADA MANUALMENTE" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2000-BAIXA-PENDENCIAX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA CONCILIACAO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-CONCILIA
           IF FS-STAT-CNC-NAO-EXISTE
               OPEN OUTPUT ARQ-CONCILIA
               CLOSE ARQ-CONCILIA
               OPEN I-O ARQ-CONCILIA
           END-IF

           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN INPUT ARQ-RECEBER
           END-IF

           OPEN INPUT ARQ-EXTRATO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA PENDENCIA PELA CHAVE
       6000-LE-PROX-CONCILIA SECTION.

           START ARQ-CONCILIA KEY > FS-CNC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CNC
               NOT INVALID KEY
                   READ ARQ-CONCILIA NEXT
                       AT END MOVE 99 TO FS-STAT-CNC
                   END-READ
           END-START.

       6000-LE-PROX-CONCILIAX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6050-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REC
               NOT INVALID KEY
                   READ ARQ-RECEBER NEXT
                       AT END MOVE 99 TO FS-STAT-REC
                   END-READ
           END-START.

       6050-LER-ARQ-RECEBERX. EXIT.

      * -----------------------------------
      * INCLUI NA TABELA O CREDITO DA AREA DA PENDENCIA (ID EM
      * WS-LIN-TEXTO, HISTORICO EM WS-EXT-HIST-X); WS-ACHADO = 'S'
      * MARCA O CREDITO COMO NOVO
       6100-INCLUI-CREDITO SECTION.

           IF WS-CRE-QTD NOT LESS 2000
               MOVE 'S' TO WS-TAB-CHEIA
               GO TO 6100-INCLUI-CREDITOX
           END-IF

           ADD 1 TO WS-CRE-QTD
           MOVE WS-LIN-TEXTO(1:12)  TO WS-CRE-ID(WS-CRE-QTD)
           MOVE FS-CNC-DT-MOVIMENTO TO WS-CRE-DT(WS-CRE-QTD)
           MOVE FS-CNC-VL-MOVIMENTO TO WS-CRE-VL(WS-CRE-QTD)
           MOVE WS-EXT-HIST-X       TO WS-CRE-HIST(WS-CRE-QTD)
           MOVE WS-ACHADO           TO WS-CRE-NOVO(WS-CRE-QTD)
           MOVE ZEROS TO WS-CRE-IDX-PAR(WS-CRE-QTD)
                         WS-CRE-QT-PAR(WS-CRE-QTD).

       6100-INCLUI-CREDITOX. EXIT.

      * -----------------------------------
      * INCLUI NA TABELA A BAIXA DA AREA DA PENDENCIA; WS-ACHADO =
      * 'S' MARCA A BAIXA COMO NOVA
       6200-INCLUI-BAIXA SECTION.

           IF WS-BXA-QTD NOT LESS 2000
               MOVE 'S' TO WS-TAB-CHEIA
               GO TO 6200-INCLUI-BAIXAX
           END-IF

           ADD 1 TO WS-BXA-QTD
           MOVE FS-CNC-NR-DOCUMENTO TO WS-BXA-DOC(WS-BXA-QTD)
           MOVE FS-CNC-CD-CLIENTE   TO WS-BXA-CLI(WS-BXA-QTD)
           MOVE FS-CNC-DT-MOVIMENTO TO WS-BXA-DT(WS-BXA-QTD)
           MOVE FS-CNC-VL-MOVIMENTO TO WS-BXA-VL(WS-BXA-QTD)
           MOVE WS-ACHADO           TO WS-BXA-NOVO(WS-BXA-QTD)
           MOVE ZEROS TO WS-BXA-IDX-PAR(WS-BXA-QTD).

       6200-INCLUI-BAIXAX. EXIT.

      * -----------------------------------
      * GRAVA (NOVO) OU REGRAVA (PENDENTE ANTERIOR) O ITEM
       6300-GRAVA-CONCILIA SECTION.

           WRITE ARQ-CONCILIA-REC
               INVALID KEY
                   REWRITE ARQ-CONCILIA-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       6300-GRAVA-CONCILIAX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NO RELATORIO DE CONCILIACAO
       6400-GRAVA-LINHA-REL SECTION.

           MOVE WS-LIN-TEXTO TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE SPACES TO WS-LIN-TEXTO.

       6400-GRAVA-LINHA-RELX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA CONCILIACAO E REGISTRA O RELATORIO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-CONCILIA
           CLOSE ARQ-RECEBER
           CLOSE ARQ-EXTRATO
           CLOSE ARQ-RELATORIO

           PERFORM 8500-REGISTRA-SPOOL.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O RELATORIO NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "CONCILIACAO" TO LK-SPL-ID-RELATORIO
           MOVE WS-ID-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE WS-DT-EXTRATO TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-RELATORIO TO LK-SPL-NM-ARQUIVO
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

           MOVE "CBL_CONCILIA_BANCO" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           DISPLAY WS-MSGERRO.

       9100-REGISTRA-MENSAGEMX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_CONCILIA_BANCO.
