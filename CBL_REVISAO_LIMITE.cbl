      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Score Interno de Pagamento e Revisao de Limites
      * Tectonics: cobc
      ******************************************************************
      * DUAS FUNCOES SOB O MESMO MENU:
      *   01 - GERA A REVISAO (MENSAL, TAMBEM PELA CADEIA NOTURNA EM
      *        MODO BATCH): PONTUA CADA CLIENTE ATIVO PELO PROPRIO
      *        HISTORICO NOS TITULOS EMITIDOS NOS ULTIMOS
      *        SCORE-JANELA-DIAS (PADRAO 365): ATRASO MEDIO EM DIAS,
      *        PERCENTUAL DE TITULOS PAGOS APOS O VENCIMENTO,
      *        RENEGOCIACOES, MAIOR ESTAGIO DE COBRANCA ALCANCADO E
      *        PERCENTUAL DEVOLVIDO SOBRE O FATURADO. O SCORE INTERNO
      *        (999 MENOS AS PENALIDADES) E COMBINADO COM O SCORE DO
      *        BUREAU (FS-CLI-NR-SCORE) PELO PESO SCORE-PESO-INTERNO
      *        (PADRAO 60%). PELO SCORE COMBINADO PROPOE:
      *          BLOQUEIO  ABAIXO DE SCORE-BLOQUEIO (PADRAO 300)
      *          REDUCAO   ABAIXO DE SCORE-REDUCAO (PADRAO 500) EM
      *                    REVISAO-PC-REDUCAO (PADRAO 30%)
      *          AUMENTO   A PARTIR DE SCORE-AUMENTO (PADRAO 700) EM
      *                    REVISAO-PC-AUMENTO (PADRAO 20%)
      *        AS PROPOSTAS VAO PARA REVLIMITE.IDX E PARA A LISTA
      *        REVISAO_LIMITE_<AAAAMMDD>.TXT; AS PENDENTES DE REVISOES
      *        ANTERIORES FICAM SUBSTITUIDAS. LIMITE ZERO (SEM
      *        LIMITE) NAO RECEBE AUMENTO NEM REDUCAO, SO BLOQUEIO.
      *   02 - ANALISE PELO ANALISTA DE CREDITO (PERFIL APROVADOR):
      *        ACEITA OU REJEITA CADA PROPOSTA PENDENTE, COM
      *        COMENTARIO. A ACEITA E GRAVADA NO CLIENTE COM JORNAL,
      *        AUDITORIA DO CLIENTE E AUDITORIA GERAL; SE O LIMITE OU
      *        O BLOQUEIO MUDARAM DESDE A REVISAO, E REJEITADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REVISAO_LIMITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REVLIM ASSIGN TO DISK WID-ARQ-REVLIM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RVL-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RVL.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEV.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

           SELECT ARQ-AUDITORIA ASSIGN TO WNM-ARQ-AUDITORIA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-AUD.

           SELECT ARQ-LISTA ASSIGN TO WNM-ARQ-LISTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REVLIM.

       COPY FS-ARQ-REVLIM.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-DEVOLUCAO.

       COPY FS-ARQ-DEVOLUCAO.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       FD ARQ-AUDITORIA.

       COPY FS-ARQ-AUDITORIA.

       FD ARQ-LISTA.
       01 ARQ-LISTA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-GERAR     VALUE IS "1".
           88 E-ANALISAR  VALUE IS "2".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-RVL PIC 9(02).
           88 FS-STAT-RVL-OK         VALUE 00.
           88 FS-STAT-RVL-NAO-EXISTE VALUE 35.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-DEV PIC 9(02).
           88 FS-STAT-DEV-OK         VALUE 00.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       77 FS-STAT-AUD PIC 9(02).
           88 FS-STAT-AUD-OK         VALUE 00.
           88 FS-STAT-AUD-NAO-EXISTE VALUE 35.

       77 FS-STAT-LIS PIC 9(02).
           88 FS-STAT-LIS-OK         VALUE 00.

       77 WNM-ARQ-AUDITORIA PIC X(50) VALUE "AUDITORIA_CLIENTE.LOG".
       77 WNM-ARQ-LISTA     PIC X(50) VALUE SPACES.

       77 WS-DEVOLUCAO-ABERTA PIC X VALUE 'N'.
           88 E-DEVOLUCAO-ABERTA VALUE 'S'.

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

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.
       77 WS-DT-INICIO-JANELA PIC 9(008) VALUE ZEROS.
       77 WS-DIAS-ATRASO PIC S9(005) VALUE ZEROS.

      * PARAMETROS DA PONTUACAO E DAS PROPOSTAS
       77 WS-DIAS-JANELA      PIC 9(003) VALUE 365.
       77 WS-PC-PESO-INTERNO  PIC 9(003) VALUE 60.
       77 WS-SCORE-AUMENTO    PIC 9(003) VALUE 700.
       77 WS-SCORE-REDUCAO    PIC 9(003) VALUE 500.
       77 WS-SCORE-BLOQUEIO   PIC 9(003) VALUE 300.
       77 WS-PC-AUMENTO       PIC 9(003) VALUE 20.
       77 WS-PC-REDUCAO       PIC 9(003) VALUE 30.

      * HISTORICO DE PAGAMENTO ACUMULADO POR CLIENTE
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 2000.
               10 WS-TAB-CLI-CD        PIC 9(007).
               10 WS-TAB-CLI-QT-TIT    PIC 9(005).
               10 WS-TAB-CLI-QT-VENC   PIC 9(005).
               10 WS-TAB-CLI-QT-ATRASO PIC 9(005).
               10 WS-TAB-CLI-SOMA-DIAS PIC 9(009).
               10 WS-TAB-CLI-QT-RENEG  PIC 9(003).
               10 WS-TAB-CLI-ESTAGIO   PIC 9(001).
               10 WS-TAB-CLI-VL-DOC    PIC 9(013)V99.
               10 WS-TAB-CLI-VL-DEV    PIC 9(013)V99.
       77 WS-TAB-CLI-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX2 PIC 9(004) VALUE ZEROS.
       77 WS-CD-CLIENTE-TAB PIC 9(007) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * CALCULO DO SCORE DO CLIENTE CORRENTE
       77 WS-NR-DIAS-MEDIO   PIC 9(005) VALUE ZEROS.
       77 WS-PC-PAGO-ATRASO  PIC 9(003) VALUE ZEROS.
       77 WS-PC-DEVOLUCAO    PIC 9(003) VALUE ZEROS.
       77 WS-VL-PENALIDADE   PIC 9(005) VALUE ZEROS.
       77 WS-VL-PENAL-PARC   PIC 9(007) VALUE ZEROS.
       77 WS-NR-SCORE-INT    PIC 9(003) VALUE ZEROS.
       77 WS-NR-SCORE-BUREAU PIC 9(003) VALUE ZEROS.
       77 WS-NR-SCORE-FINAL  PIC 9(003) VALUE ZEROS.
       77 WS-IND-PROPOSTA    PIC X(001) VALUE SPACES.
       77 WS-VL-LIMITE-PROP  PIC 9(009)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-AVALIADOS     PIC 9(9) VALUE ZEROS.
           05 WQT-AUMENTOS      PIC 9(9) VALUE ZEROS.
           05 WQT-REDUCOES      PIC 9(9) VALUE ZEROS.
           05 WQT-BLOQUEIOS     PIC 9(9) VALUE ZEROS.
           05 WQT-SUBSTITUIDAS  PIC 9(9) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(120) VALUE SPACES.
       77 WS-ED-LIMITE-ATU PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-LIMITE-PRO PIC ZZZ,ZZZ,ZZ9.99.

      * ANALISE: AUTORIZACAO, PROPOSTA EM TELA E DECISAO
       77 WS-PODE-APROVAR PIC X VALUE 'N'.
           88 E-PODE-APROVAR VALUE 'S'.
       77 WS-ID-ANALISTA  PIC X(010) VALUE "SISTEMA".

       77 WS-CD-CLIENTE    PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE    PIC X(040) VALUE SPACES.
       77 WS-DT-REVISAO    PIC 9(008) VALUE ZEROS.
       77 WS-DS-PROPOSTA   PIC X(010) VALUE SPACES.

       77 WS-DECISAO       PIC X(001) VALUE SPACES.
           88 E-ACEITAR    VALUES ARE "A" "a".
           88 E-REJEITAR   VALUES ARE "R" "r".
           88 E-PROXIMO    VALUES ARE "P" "p".
       77 WS-DS-COMENTARIO PIC X(060) VALUE SPACES.

       77 WS-ACHOU PIC X VALUE 'N'.
           88 E-ACHOU VALUE 'S'.

       77 WS-QT-ACEITAS    PIC 9(005) VALUE ZEROS.
       77 WS-QT-REJEITADAS PIC 9(005) VALUE ZEROS.

      * RESUMO DA DECISAO PARA A AUDITORIA GERAL
       01 WS-AGR-RESUMO.
           05 FILLER           PIC X(004) VALUE "LIM=".
           05 WS-AGR-VL-LIMITE PIC 9(009).99.
           05 FILLER           PIC X(005) VALUE " BLQ=".
           05 WS-AGR-IND-BLOQ  PIC X(001).
           05 FILLER           PIC X(007) VALUE " SCORE=".
           05 WS-AGR-SCORE     PIC 9(003).

       COPY CPY_ID_ARQ_REVLIM.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_DEVOLUCAO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

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
               10 LINE WS-NUML-ANT COLUMN 1 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - GERAR REVISAO DE LIMITES".
           05 LINE 08 COLUMN 15 VALUE "02 - ANALISAR PROPOSTAS".
           05 LINE 10 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 05 VALUE "Clientes Avaliados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-AVALIADOS.
           05 LINE 14 COLUMN 07 VALUE "Propostas Aumento:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-AUMENTOS.
           05 LINE 15 COLUMN 07 VALUE "Propostas Reducao:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-REDUCOES.
           05 LINE 16 COLUMN 06 VALUE "Propostas Bloqueio:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-BLOQUEIOS.
           05 LINE 17 COLUMN 03 VALUE "Pendentes Substituidas:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-SUBSTITUIDAS.

       01 SS-TELA-PROPOSTA.
           05 LINE 04 COLUMN 13 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 05 COLUMN 10 VALUE "Revisao em:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-REVISAO.
           05 LINE 07 COLUMN 04 VALUE "Titulos Janela:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM FS-RVL-QT-TITULOS.
           05 LINE 07 COLUMN 30 VALUE "Atraso Medio (dias):".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM FS-RVL-NR-DIAS-ATRASO.
           05 LINE 08 COLUMN 03 VALUE "Pagos c/Atraso %:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-PC-PAGO-ATRASO.
           05 LINE 08 COLUMN 38 VALUE "Renegociados:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-QT-RENEGOCIADOS.
           05 LINE 09 COLUMN 02 VALUE "Estagio Cobranca:".
           05 COLUMN PLUS 2 PIC 9 FROM FS-RVL-NR-ESTAGIO-MAX.
           05 LINE 09 COLUMN 38 VALUE "Devolucoes %:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-PC-DEVOLUCAO.
           05 LINE 11 COLUMN 07 VALUE "Score Interno:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-NR-SCORE-INT.
           05 COLUMN PLUS 3 VALUE "Bureau:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-NR-SCORE-BUREAU.
           05 COLUMN PLUS 3 VALUE "Combinado:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM FS-RVL-NR-SCORE-FINAL.
           05 LINE 13 COLUMN 12 VALUE "Proposta:".
           05 COLUMN PLUS 2 PIC X(10) FROM WS-DS-PROPOSTA.
           05 COLUMN PLUS 3 VALUE "Bloqueado:".
           05 COLUMN PLUS 2 PIC X(01) FROM FS-RVL-IND-BLOQ-ATUAL.
           05 LINE 14 COLUMN 07 VALUE "Limite Atual:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZ9.99
              FROM FS-RVL-VL-LIMITE-ATUAL.
           05 COLUMN PLUS 3 VALUE "Proposto:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZ9.99
              FROM FS-RVL-VL-LIMITE-PROP.

       01 SS-TELA-DECISAO.
           05 LINE 16 COLUMN 02
              VALUE "Decisao (A-Aceitar R-Rejeitar P-Proximo):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.
           05 LINE 17 COLUMN 08 VALUE "Comentario:".
           05 COLUMN PLUS 2 PIC X(60) USING WS-DS-COMENTARIO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-REVLIM
           END-IF
           MOVE WNM-PATH-REVLIM TO WNM-PATH-RECEBER
           MOVE WNM-PATH-REVLIM TO WNM-PATH-DEVOLUCAO
           MOVE WNM-PATH-REVLIM TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-REVLIM TO WNM-PATH-OPERADOR

           PERFORM 0100-LE-PARAMETROS

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-ANALISTA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-REVLIM.
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

      * NA CADEIA NOTURNA SO A GERACAO RODA; A ANALISE E DE TELA
           IF E-MODO-BATCH
               PERFORM 1000-GERA-REVISAO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM UNTIL E-ENCERRAR
               MOVE "REVISAO DE LIMITES DE CREDITO" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-GERAR
                       PERFORM 1000-GERA-REVISAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ANALISAR
                       PERFORM 2000-ANALISA-PROPOSTAS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PARAMETROS DA PONTUACAO E DAS PROPOSTAS (AUSENTE = PADRAO)
       0100-LE-PARAMETROS SECTION.

           MOVE "SCORE-JANELA-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-JANELA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SCORE-PESO-INTERNO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-PESO-INTERNO =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-PC-PESO-INTERNO GREATER 100
               MOVE 100 TO WS-PC-PESO-INTERNO
           END-IF

           MOVE "SCORE-AUMENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SCORE-AUMENTO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SCORE-REDUCAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SCORE-REDUCAO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SCORE-BLOQUEIO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SCORE-BLOQUEIO =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "REVISAO-PC-AUMENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-AUMENTO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "REVISAO-PC-REDUCAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-REDUCAO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-PC-REDUCAO GREATER 100
               MOVE 100 TO WS-PC-REDUCAO
           END-IF.

       0100-LE-PARAMETROSX. EXIT.

      * -----------------------------------
      * GERA A REVISAO: ACUMULA O HISTORICO, SUBSTITUI AS PENDENTES
      * ANTERIORES E GRAVA AS PROPOSTAS E A LISTA
       1000-GERA-REVISAO SECTION.

           MOVE "01 - GERAR REVISAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-TAB-CLI-QTD

           COMPUTE WS-DT-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - WS-DIAS-JANELA)

           MOVE SPACES TO WNM-ARQ-LISTA
           STRING "REVISAO_LIMITE_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-LISTA

           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-NAO-EXISTE
               MOVE "SEM TITULOS PARA AVALIAR" TO WS-MSGERRO
               PERFORM 9100-REGISTRA-MENSAGEM
               GO TO 1000-GERA-REVISAOX
           END-IF

           PERFORM 1100-ACUMULA-RECEBER
           CLOSE ARQ-RECEBER

           MOVE 'N' TO WS-DEVOLUCAO-ABERTA
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-STAT-DEV-OK
               MOVE 'S' TO WS-DEVOLUCAO-ABERTA
               PERFORM 1200-ACUMULA-DEVOLUCOES
               CLOSE ARQ-DEVOLUCAO
           END-IF

           PERFORM 5000-ABRIR-ARQ-REVLIM
           PERFORM 1300-SUBSTITUI-PENDENTES

           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT ARQ-LISTA

           MOVE "REVISAO DE LIMITES - PROPOSTAS PELO SCORE INTERNO"
             TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-CLI-QTD
               MOVE WS-TAB-CLI-CD(WS-TAB-IDX) TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF FS-STAT-CLI-OK AND NOT FS-CLI-INATIVO
                   PERFORM 1400-AVALIA-CLIENTE
               END-IF
           END-PERFORM

           CLOSE ARQ-LISTA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-REVLIM

           MOVE SPACES TO WS-MSGERRO
           STRING "REVISAO: " DELIMITED BY SIZE
                  WQT-AVALIADOS DELIMITED BY SIZE
                  " AVALIADOS, " DELIMITED BY SIZE
                  WQT-AUMENTOS DELIMITED BY SIZE
                  " AUM " DELIMITED BY SIZE
                  WQT-REDUCOES DELIMITED BY SIZE
                  " RED " DELIMITED BY SIZE
                  WQT-BLOQUEIOS DELIMITED BY SIZE
                  " BLQ" DELIMITED BY SIZE
             INTO WS-MSGERRO

           IF E-MODO-BATCH
               PERFORM 9100-REGISTRA-MENSAGEM
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1000-GERA-REVISAOX. EXIT.

      * -----------------------------------
      * VARRE OS TITULOS EMITIDOS NA JANELA ACUMULANDO POR CLIENTE
      * OS DIAS DE ATRASO DOS VENCIDOS (PAGOS APOS O VENCIMENTO OU
      * AINDA EM ABERTO), AS RENEGOCIACOES E O MAIOR ESTAGIO DE
      * COBRANCA
       1100-ACUMULA-RECEBER SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6000-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               IF FS-REC-DT-EMISSAO NOT LESS WS-DT-INICIO-JANELA
                   MOVE FS-REC-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                   PERFORM 6100-LOCALIZA-CLIENTE-TAB
                   IF WS-TAB-IDX GREATER ZEROS
                       PERFORM 1150-ACUMULA-TITULO
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-RECEBER
           END-PERFORM.

       1100-ACUMULA-RECEBERX. EXIT.

      * -----------------------------------
      * ACUMULA O TITULO CORRENTE NA LINHA DO CLIENTE
       1150-ACUMULA-TITULO SECTION.

           ADD 1 TO WS-TAB-CLI-QT-TIT(WS-TAB-IDX)
           ADD FS-REC-VL-DOCUMENTO TO WS-TAB-CLI-VL-DOC(WS-TAB-IDX)

           IF FS-REC-NR-ESTAGIO-COB IS NUMERIC AND
              FS-REC-NR-ESTAGIO-COB GREATER
              WS-TAB-CLI-ESTAGIO(WS-TAB-IDX)
               MOVE FS-REC-NR-ESTAGIO-COB
                 TO WS-TAB-CLI-ESTAGIO(WS-TAB-IDX)
           END-IF

           MOVE ZEROS TO WS-DIAS-ATRASO

           EVALUATE TRUE
               WHEN FS-REC-RENEGOCIADO
                   ADD 1 TO WS-TAB-CLI-QT-RENEG(WS-TAB-IDX)
                   GO TO 1150-ACUMULA-TITULOX
               WHEN FS-REC-BAIXADO AND FS-REC-DT-PAGAMENTO GREATER ZEROS
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(FS-REC-DT-PAGAMENTO) -
                       FUNCTION INTEGER-OF-DATE(FS-REC-DT-VENCIMENTO)
               WHEN FS-REC-ABERTO AND
                    FS-REC-DT-VENCIMENTO LESS WS-DT-HOJE
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) -
                       FUNCTION INTEGER-OF-DATE(FS-REC-DT-VENCIMENTO)
               WHEN OTHER
      * EM ABERTO AINDA NO PRAZO: NAO ENTRA NO COMPORTAMENTO
                   GO TO 1150-ACUMULA-TITULOX
           END-EVALUATE

           ADD 1 TO WS-TAB-CLI-QT-VENC(WS-TAB-IDX)

           IF WS-DIAS-ATRASO GREATER ZEROS
               ADD 1 TO WS-TAB-CLI-QT-ATRASO(WS-TAB-IDX)
               ADD WS-DIAS-ATRASO TO WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX)
           END-IF.

       1150-ACUMULA-TITULOX. EXIT.

      * -----------------------------------
      * SOMA AS DEVOLUCOES DA JANELA DOS CLIENTES COM TITULOS
       1200-ACUMULA-DEVOLUCOES SECTION.

           MOVE LOW-VALUES TO FS-DEV-KEY
           PERFORM 6050-LER-ARQ-DEVOLUCAO

           PERFORM UNTIL NOT FS-STAT-DEV-OK

               IF FS-DEV-DT-DEVOLUCAO NOT LESS WS-DT-INICIO-JANELA
                   MOVE 'N' TO WS-ACHADO
                   PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
                     UNTIL WS-TAB-IDX2 GREATER WS-TAB-CLI-QTD OR
                           E-ACHADO
                       IF WS-TAB-CLI-CD(WS-TAB-IDX2) EQUAL
                          FS-DEV-CD-CLIENTE
                           ADD FS-DEV-VL-DEVOLVIDO
                             TO WS-TAB-CLI-VL-DEV(WS-TAB-IDX2)
                           MOVE 'S' TO WS-ACHADO
                       END-IF
                   END-PERFORM
               END-IF

               PERFORM 6050-LER-ARQ-DEVOLUCAO
           END-PERFORM.

       1200-ACUMULA-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * AS PROPOSTAS AINDA PENDENTES DE REVISOES ANTERIORES SAO
      * SUBSTITUIDAS PELA REVISAO NOVA
       1300-SUBSTITUI-PENDENTES SECTION.

           MOVE LOW-VALUES TO FS-RVL-KEY
           MOVE ZEROS TO FS-STAT-RVL

           PERFORM UNTIL NOT FS-STAT-RVL-OK
               PERFORM 6200-LE-PROX-REVLIM
               IF FS-STAT-RVL-OK AND FS-RVL-PENDENTE
                   MOVE "S" TO FS-RVL-IND-SITUACAO
                   MOVE WS-DT-HOJE TO FS-RVL-DT-DECISAO
                   MOVE "SUBSTITUIDA POR REVISAO POSTERIOR"
                     TO FS-RVL-DS-COMENTARIO
                   REWRITE ARQ-REVLIM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WQT-SUBSTITUIDAS
               END-IF
           END-PERFORM.

       1300-SUBSTITUI-PENDENTESX. EXIT.

      * -----------------------------------
      * CALCULA O SCORE DO CLIENTE CORRENTE, DECIDE A PROPOSTA E
      * GRAVA A PROPOSTA E A LINHA DA LISTA
       1400-AVALIA-CLIENTE SECTION.

           IF WS-TAB-CLI-QT-VENC(WS-TAB-IDX) EQUAL ZEROS AND
              WS-TAB-CLI-QT-RENEG(WS-TAB-IDX) EQUAL ZEROS
      * SEM TITULO VENCIDO NA JANELA NAO HA COMPORTAMENTO A MEDIR
               GO TO 1400-AVALIA-CLIENTEX
           END-IF

           ADD 1 TO WQT-AVALIADOS
           PERFORM 1450-CALCULA-SCORE

           MOVE SPACES TO WS-IND-PROPOSTA
           MOVE FS-CLI-VL-LIM-CREDITO TO WS-VL-LIMITE-PROP

           EVALUATE TRUE
               WHEN WS-NR-SCORE-FINAL LESS WS-SCORE-BLOQUEIO
                   IF NOT FS-CLI-BLOQUEADO
                       MOVE "B" TO WS-IND-PROPOSTA
                       ADD 1 TO WQT-BLOQUEIOS
                   END-IF
               WHEN WS-NR-SCORE-FINAL LESS WS-SCORE-REDUCAO
                   IF FS-CLI-VL-LIM-CREDITO GREATER ZEROS
                       MOVE "D" TO WS-IND-PROPOSTA
                       COMPUTE WS-VL-LIMITE-PROP ROUNDED =
                           FS-CLI-VL-LIM-CREDITO *
                           (100 - WS-PC-REDUCAO) / 100
                       ADD 1 TO WQT-REDUCOES
                   END-IF
               WHEN WS-NR-SCORE-FINAL NOT LESS WS-SCORE-AUMENTO
                   IF FS-CLI-VL-LIM-CREDITO GREATER ZEROS AND
                      NOT FS-CLI-BLOQUEADO
                       MOVE "A" TO WS-IND-PROPOSTA
                       COMPUTE WS-VL-LIMITE-PROP ROUNDED =
                           FS-CLI-VL-LIM-CREDITO *
                           (100 + WS-PC-AUMENTO) / 100
                           ON SIZE ERROR
                               MOVE FS-CLI-VL-LIM-CREDITO
                                 TO WS-VL-LIMITE-PROP
                       END-COMPUTE
                       ADD 1 TO WQT-AUMENTOS
                   END-IF
           END-EVALUATE

           IF WS-IND-PROPOSTA EQUAL SPACES
               GO TO 1400-AVALIA-CLIENTEX
           END-IF

           PERFORM 1500-GRAVA-PROPOSTA
           PERFORM 1600-GRAVA-LINHA-LISTA.

       1400-AVALIA-CLIENTEX. EXIT.

      * -----------------------------------
      * SCORE INTERNO = 999 MENOS AS PENALIDADES (CADA UMA COM TETO):
      *   ATRASO MEDIO       10 PONTOS POR DIA,           ATE 300
      *   PAGOS COM ATRASO    3 PONTOS POR PONTO %,       ATE 300
      *   RENEGOCIACOES      50 PONTOS POR TITULO,        ATE 200
      *   ESTAGIO COBRANCA   50 PONTOS POR ESTAGIO,       ATE 150
      *   DEVOLUCOES          3 PONTOS POR PONTO %,       ATE 150
      * COMBINADO COM O BUREAU PELO PESO DO SCORE INTERNO; SEM
      * SCORE DO BUREAU, VALE O INTERNO
       1450-CALCULA-SCORE SECTION.

           MOVE ZEROS TO WS-NR-DIAS-MEDIO WS-PC-PAGO-ATRASO
                         WS-PC-DEVOLUCAO WS-VL-PENALIDADE

           IF WS-TAB-CLI-QT-VENC(WS-TAB-IDX) GREATER ZEROS
               COMPUTE WS-NR-DIAS-MEDIO ROUNDED =
                   WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX) /
                   WS-TAB-CLI-QT-VENC(WS-TAB-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-NR-DIAS-MEDIO
               END-COMPUTE
               COMPUTE WS-PC-PAGO-ATRASO ROUNDED =
                   WS-TAB-CLI-QT-ATRASO(WS-TAB-IDX) * 100 /
                   WS-TAB-CLI-QT-VENC(WS-TAB-IDX)
           END-IF

           IF WS-TAB-CLI-VL-DOC(WS-TAB-IDX) GREATER ZEROS
               COMPUTE WS-PC-DEVOLUCAO ROUNDED =
                   WS-TAB-CLI-VL-DEV(WS-TAB-IDX) * 100 /
                   WS-TAB-CLI-VL-DOC(WS-TAB-IDX)
                   ON SIZE ERROR
                       MOVE 100 TO WS-PC-DEVOLUCAO
               END-COMPUTE
               IF WS-PC-DEVOLUCAO GREATER 100
                   MOVE 100 TO WS-PC-DEVOLUCAO
               END-IF
           END-IF

           COMPUTE WS-VL-PENAL-PARC = WS-NR-DIAS-MEDIO * 10
           IF WS-VL-PENAL-PARC GREATER 300
               MOVE 300 TO WS-VL-PENAL-PARC
           END-IF
           ADD WS-VL-PENAL-PARC TO WS-VL-PENALIDADE

           COMPUTE WS-VL-PENAL-PARC = WS-PC-PAGO-ATRASO * 3
           ADD WS-VL-PENAL-PARC TO WS-VL-PENALIDADE

           COMPUTE WS-VL-PENAL-PARC =
               WS-TAB-CLI-QT-RENEG(WS-TAB-IDX) * 50
           IF WS-VL-PENAL-PARC GREATER 200
               MOVE 200 TO WS-VL-PENAL-PARC
           END-IF
           ADD WS-VL-PENAL-PARC TO WS-VL-PENALIDADE

           COMPUTE WS-VL-PENAL-PARC =
               WS-TAB-CLI-ESTAGIO(WS-TAB-IDX) * 50
           IF WS-VL-PENAL-PARC GREATER 150
               MOVE 150 TO WS-VL-PENAL-PARC
           END-IF
           ADD WS-VL-PENAL-PARC TO WS-VL-PENALIDADE

           COMPUTE WS-VL-PENAL-PARC = WS-PC-DEVOLUCAO * 3
           IF WS-VL-PENAL-PARC GREATER 150
               MOVE 150 TO WS-VL-PENAL-PARC
           END-IF
           ADD WS-VL-PENAL-PARC TO WS-VL-PENALIDADE

           IF WS-VL-PENALIDADE NOT LESS 999
               MOVE ZEROS TO WS-NR-SCORE-INT
           ELSE
               COMPUTE WS-NR-SCORE-INT = 999 - WS-VL-PENALIDADE
           END-IF

           MOVE ZEROS TO WS-NR-SCORE-BUREAU
           IF FS-CLI-NR-SCORE IS NUMERIC
               MOVE FS-CLI-NR-SCORE TO WS-NR-SCORE-BUREAU
           END-IF

           IF WS-NR-SCORE-BUREAU GREATER ZEROS
               COMPUTE WS-NR-SCORE-FINAL ROUNDED =
                   (WS-NR-SCORE-INT * WS-PC-PESO-INTERNO +
                    WS-NR-SCORE-BUREAU * (100 - WS-PC-PESO-INTERNO))
                   / 100
           ELSE
               MOVE WS-NR-SCORE-INT TO WS-NR-SCORE-FINAL
           END-IF.

       1450-CALCULA-SCOREX. EXIT.

      * -----------------------------------
      * GRAVA A PROPOSTA DA REVISAO DE HOJE; SE O CLIENTE JA TEM
      * PROPOSTA HOJE (REVISAO REPETIDA NO DIA), SO A SUBSTITUIDA
      * AGORA E REGRAVADA - A JA DECIDIDA FICA COMO ESTA
       1500-GRAVA-PROPOSTA SECTION.

           MOVE SPACES TO ARQ-REVLIM-REC
           PERFORM 1550-MONTA-PROPOSTA

           WRITE ARQ-REVLIM-REC
               INVALID KEY
                   READ ARQ-REVLIM
                   IF FS-STAT-RVL-OK AND FS-RVL-SUBSTITUIDA
                       SUBTRACT 1 FROM WQT-SUBSTITUIDAS
                       PERFORM 1550-MONTA-PROPOSTA
                       REWRITE ARQ-REVLIM-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-WRITE.

       1500-GRAVA-PROPOSTAX. EXIT.

      * -----------------------------------
       1550-MONTA-PROPOSTA SECTION.

           MOVE WS-DT-HOJE        TO FS-RVL-DT-REVISAO
           MOVE FS-CLI-CD-CLIENTE TO FS-RVL-CD-CLIENTE
           MOVE WS-TAB-CLI-QT-TIT(WS-TAB-IDX)  TO FS-RVL-QT-TITULOS
           MOVE WS-NR-DIAS-MEDIO               TO FS-RVL-NR-DIAS-ATRASO
           MOVE WS-PC-PAGO-ATRASO              TO FS-RVL-PC-PAGO-ATRASO
           MOVE WS-TAB-CLI-QT-RENEG(WS-TAB-IDX)
             TO FS-RVL-QT-RENEGOCIADOS
           MOVE WS-TAB-CLI-ESTAGIO(WS-TAB-IDX) TO FS-RVL-NR-ESTAGIO-MAX
           MOVE WS-PC-DEVOLUCAO                TO FS-RVL-PC-DEVOLUCAO
           MOVE WS-NR-SCORE-INT    TO FS-RVL-NR-SCORE-INT
           MOVE WS-NR-SCORE-BUREAU TO FS-RVL-NR-SCORE-BUREAU
           MOVE WS-NR-SCORE-FINAL  TO FS-RVL-NR-SCORE-FINAL
           MOVE WS-IND-PROPOSTA    TO FS-RVL-IND-PROPOSTA
           MOVE FS-CLI-VL-LIM-CREDITO TO FS-RVL-VL-LIMITE-ATUAL
           MOVE FS-CLI-IND-BLOQUEADO  TO FS-RVL-IND-BLOQ-ATUAL
           MOVE WS-VL-LIMITE-PROP     TO FS-RVL-VL-LIMITE-PROP
           MOVE "P"                   TO FS-RVL-IND-SITUACAO
           MOVE SPACES TO FS-RVL-ID-ANALISTA FS-RVL-DS-COMENTARIO
           MOVE ZEROS  TO FS-RVL-DT-DECISAO.

       1550-MONTA-PROPOSTAX. EXIT.

      * -----------------------------------
      * LINHA DA LISTA DE REVISAO DO CLIENTE CORRENTE
       1600-GRAVA-LINHA-LISTA SECTION.

           EVALUATE WS-IND-PROPOSTA
               WHEN "A" MOVE "AUMENTO"  TO WS-DS-PROPOSTA
               WHEN "D" MOVE "REDUCAO"  TO WS-DS-PROPOSTA
               WHEN "B" MOVE "BLOQUEIO" TO WS-DS-PROPOSTA
           END-EVALUATE

           MOVE FS-CLI-VL-LIM-CREDITO TO WS-ED-LIMITE-ATU
           MOVE WS-VL-LIMITE-PROP     TO WS-ED-LIMITE-PRO

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CLIENTE " DELIMITED BY SIZE
                  FS-CLI-CD-CLIENTE DELIMITED BY SIZE
                  " SCORE INT " DELIMITED BY SIZE
                  WS-NR-SCORE-INT DELIMITED BY SIZE
                  " BUR " DELIMITED BY SIZE
                  WS-NR-SCORE-BUREAU DELIMITED BY SIZE
                  " FIN " DELIMITED BY SIZE
                  WS-NR-SCORE-FINAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-PROPOSTA DELIMITED BY SIZE
                  " LIMITE " DELIMITED BY SIZE
                  WS-ED-LIMITE-ATU DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-ED-LIMITE-PRO DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC.

       1600-GRAVA-LINHA-LISTAX. EXIT.

      * -----------------------------------
      * ANALISE DAS PROPOSTAS PENDENTES PELO ANALISTA DE CREDITO
       2000-ANALISA-PROPOSTAS SECTION.

           MOVE "02 - ANALISAR PROPOSTAS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS

           PERFORM 6700-VERIFICA-AUTORIZACAO
           IF NOT E-PODE-APROVAR
               MOVE "OPERADOR SEM AUTORIZACAO DE ANALISTA DE CREDITO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-ANALISA-PROPOSTASX
           END-IF

           PERFORM 5000-ABRIR-ARQ-REVLIM
           OPEN I-O ARQ-CLIENTE

           MOVE ZEROS TO WS-QT-ACEITAS WS-QT-REJEITADAS
           MOVE LOW-VALUES TO FS-RVL-KEY
           MOVE ZEROS TO FS-STAT-RVL
           PERFORM 6250-LE-PROX-PENDENTE

           IF NOT FS-STAT-RVL-OK
               MOVE "NENHUMA PROPOSTA DE REVISAO PENDENTE"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE 'N' TO W-VAL-ENTRADA
               PERFORM 2100-DECIDE-PROPOSTA
                 UNTIL W-VAL-ENTRADA-OK OR NOT FS-STAT-RVL-OK

               MOVE SPACES TO WS-MSGERRO
               STRING "FIM DA FILA - ACEITAS " DELIMITED BY SIZE
                      WS-QT-ACEITAS DELIMITED BY SIZE
                      " REJEITADAS " DELIMITED BY SIZE
                      WS-QT-REJEITADAS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-REVLIM.

       2000-ANALISA-PROPOSTASX. EXIT.

      * -----------------------------------
      * MOSTRA A PROPOSTA CORRENTE, ACEITA A DECISAO E O COMENTARIO
      * E AVANCA PARA A PROXIMA PENDENTE
       2100-DECIDE-PROPOSTA SECTION.

           PERFORM 2200-CARREGA-PROPOSTA

           MOVE SPACES TO WS-DECISAO WS-DS-COMENTARIO

           DISPLAY SS-CLS
           DISPLAY SS-TELA-PROPOSTA
           ACCEPT SS-TELA-DECISAO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE 'S' TO W-VAL-ENTRADA
               GO TO 2100-DECIDE-PROPOSTAX
           END-IF

           EVALUATE TRUE
               WHEN E-PROXIMO
                   CONTINUE
               WHEN NOT E-ACEITAR AND NOT E-REJEITAR
                   MOVE "DECISAO DEVE SER A, R OU P" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2100-DECIDE-PROPOSTAX
               WHEN WS-DS-COMENTARIO EQUAL SPACES
                   MOVE "INFORME O COMENTARIO DA DECISAO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2100-DECIDE-PROPOSTAX
               WHEN OTHER
                   MOVE SPACES TO WS-ERRO
                   IF E-ACEITAR
                       MOVE "CONFIRMA A PROPOSTA NO CLIENTE (S/N)?"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "CONFIRMA A REJEICAO DA PROPOSTA (S/N)?"
                         TO WS-MSGERRO
                   END-IF
                   ACCEPT SS-ERRO
                   IF NOT E-SIM
                       MOVE SPACES TO WS-ERRO
                       GO TO 2100-DECIDE-PROPOSTAX
                   END-IF
                   MOVE SPACES TO WS-ERRO
                   IF E-ACEITAR
                       PERFORM 2300-ACEITA-PROPOSTA
                   ELSE
                       PERFORM 2400-REJEITA-PROPOSTA
                   END-IF
           END-EVALUATE

           MOVE WS-DT-REVISAO TO FS-RVL-DT-REVISAO
           MOVE WS-CD-CLIENTE TO FS-RVL-CD-CLIENTE
           PERFORM 6250-LE-PROX-PENDENTE.

       2100-DECIDE-PROPOSTAX. EXIT.

      * -----------------------------------
      * CARREGA OS CAMPOS DA TELA COM A PROPOSTA CORRENTE E O NOME
      * DO CLIENTE
       2200-CARREGA-PROPOSTA SECTION.

           MOVE FS-RVL-DT-REVISAO TO WS-DT-REVISAO
           MOVE FS-RVL-CD-CLIENTE TO WS-CD-CLIENTE

           EVALUATE TRUE
               WHEN FS-RVL-AUMENTO  MOVE "AUMENTO"  TO WS-DS-PROPOSTA
               WHEN FS-RVL-REDUCAO  MOVE "REDUCAO"  TO WS-DS-PROPOSTA
               WHEN FS-RVL-BLOQUEIO MOVE "BLOQUEIO" TO WS-DS-PROPOSTA
               WHEN OTHER           MOVE SPACES     TO WS-DS-PROPOSTA
           END-EVALUATE

           MOVE FS-RVL-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE
           ELSE
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-NM-CLIENTE
           END-IF.

       2200-CARREGA-PROPOSTAX. EXIT.

      * -----------------------------------
      * ACEITA A PROPOSTA: CONFERE QUE LIMITE E BLOQUEIO NAO MUDARAM
      * DESDE A REVISAO E GRAVA O NOVO LIMITE OU O BLOQUEIO NO
      * CLIENTE
       2300-ACEITA-PROPOSTA SECTION.

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO - REJEITE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2300-ACEITA-PROPOSTAX
           END-IF

           IF FS-CLI-VL-LIM-CREDITO NOT EQUAL FS-RVL-VL-LIMITE-ATUAL OR
              FS-CLI-IND-BLOQUEADO  NOT EQUAL FS-RVL-IND-BLOQ-ATUAL
               MOVE "CADASTRO ALTERADO APOS A REVISAO"
                 TO WS-DS-COMENTARIO
               MOVE "R" TO FS-RVL-IND-SITUACAO
               PERFORM 2500-GRAVA-DECISAO
               ADD 1 TO WS-QT-REJEITADAS
               MOVE "CADASTRO MUDOU DESDE A REVISAO - REJEITADA"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2300-ACEITA-PROPOSTAX
           END-IF

           MOVE FS-CLI-DADOS TO FS-AUD-DADOS-ANTES

           IF FS-RVL-BLOQUEIO
               MOVE "S" TO FS-CLI-IND-BLOQUEADO
               MOVE SPACES TO FS-CLI-DS-MOTIVO-BLOQ
               STRING "SCORE INTERNO " DELIMITED BY SIZE
                      FS-RVL-NR-SCORE-FINAL DELIMITED BY SIZE
                 INTO FS-CLI-DS-MOTIVO-BLOQ
           ELSE
               MOVE FS-RVL-VL-LIMITE-PROP TO FS-CLI-VL-LIM-CREDITO
           END-IF

           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2300-ACEITA-PROPOSTAX
           END-REWRITE

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-CLIENTE

           MOVE "REVISAO"              TO FS-AUD-OPERACAO
           MOVE FS-CLI-CD-CLIENTE      TO FS-AUD-CD-CLIENTE
           MOVE FS-CLI-CNPJ            TO FS-AUD-CNPJ
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO FS-AUD-NM-RAZAO-SOCIAL
           MOVE FS-CLI-DADOS           TO FS-AUD-DADOS-DEPOIS
           PERFORM 8000-GRAVA-AUDITORIA

           MOVE "A" TO FS-RVL-IND-SITUACAO
           PERFORM 2500-GRAVA-DECISAO

           MOVE "ACEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-ACEITAS
           MOVE "PROPOSTA ACEITA E GRAVADA NO CLIENTE" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2300-ACEITA-PROPOSTAX. EXIT.

      * -----------------------------------
      * REJEITA A PROPOSTA: O CLIENTE FICA COMO ESTA
       2400-REJEITA-PROPOSTA SECTION.

           MOVE "R" TO FS-RVL-IND-SITUACAO
           PERFORM 2500-GRAVA-DECISAO

           MOVE "REJEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-REJEITADAS
           MOVE "PROPOSTA REJEITADA" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2400-REJEITA-PROPOSTAX. EXIT.

      * -----------------------------------
      * GRAVA NA PROPOSTA O ANALISTA, A DATA E O COMENTARIO DA
      * DECISAO (SITUACAO JA CARREGADA)
       2500-GRAVA-DECISAO SECTION.

           MOVE WS-DT-REVISAO    TO FS-RVL-DT-REVISAO
           MOVE WS-CD-CLIENTE    TO FS-RVL-CD-CLIENTE
           MOVE WS-ID-ANALISTA   TO FS-RVL-ID-ANALISTA
           MOVE WS-DT-HOJE       TO FS-RVL-DT-DECISAO
           MOVE WS-DS-COMENTARIO TO FS-RVL-DS-COMENTARIO

           REWRITE ARQ-REVLIM-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       2500-GRAVA-DECISAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE PROPOSTAS, CRIANDO NO PRIMEIRO USO
       5000-ABRIR-ARQ-REVLIM SECTION.

           OPEN I-O ARQ-REVLIM

           IF FS-STAT-RVL-NAO-EXISTE
               OPEN OUTPUT ARQ-REVLIM
               CLOSE ARQ-REVLIM
               OPEN I-O ARQ-REVLIM
           END-IF.

       5000-ABRIR-ARQ-REVLIMX. EXIT.

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
      * LE PROXIMA DEVOLUCAO PELA CHAVE
       6050-LER-ARQ-DEVOLUCAO SECTION.

           START ARQ-DEVOLUCAO KEY > FS-DEV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-DEV
               NOT INVALID KEY
                   READ ARQ-DEVOLUCAO NEXT
                       AT END MOVE 99 TO FS-STAT-DEV
                   END-READ
           END-START.

       6050-LER-ARQ-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * LOCALIZA (OU ABRE) A LINHA DO CLIENTE NA TABELA
       6100-LOCALIZA-CLIENTE-TAB SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-CLI-QTD OR E-ACHADO
               IF WS-TAB-CLI-CD(WS-TAB-IDX2) EQUAL WS-CD-CLIENTE-TAB
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS AND WS-TAB-CLI-QTD LESS 2000
               ADD 1 TO WS-TAB-CLI-QTD
               MOVE WS-TAB-CLI-QTD TO WS-TAB-IDX
               MOVE WS-CD-CLIENTE-TAB TO WS-TAB-CLI-CD(WS-TAB-IDX)
               MOVE ZEROS TO WS-TAB-CLI-QT-TIT(WS-TAB-IDX)
                             WS-TAB-CLI-QT-VENC(WS-TAB-IDX)
                             WS-TAB-CLI-QT-ATRASO(WS-TAB-IDX)
                             WS-TAB-CLI-SOMA-DIAS(WS-TAB-IDX)
                             WS-TAB-CLI-QT-RENEG(WS-TAB-IDX)
                             WS-TAB-CLI-ESTAGIO(WS-TAB-IDX)
                             WS-TAB-CLI-VL-DOC(WS-TAB-IDX)
                             WS-TAB-CLI-VL-DEV(WS-TAB-IDX)
           END-IF.

       6100-LOCALIZA-CLIENTE-TABX. EXIT.

      * -----------------------------------
      * LE A PROXIMA PROPOSTA PELA CHAVE
       6200-LE-PROX-REVLIM SECTION.

           START ARQ-REVLIM KEY > FS-RVL-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-RVL
               NOT INVALID KEY
                   READ ARQ-REVLIM NEXT
                       AT END MOVE 99 TO FS-STAT-RVL
                   END-READ
           END-START.

       6200-LE-PROX-REVLIMX. EXIT.

      * -----------------------------------
      * PROXIMA PROPOSTA PENDENTE APOS A CHAVE CORRENTE
       6250-LE-PROX-PENDENTE SECTION.

           MOVE 'N' TO WS-ACHOU

           PERFORM UNTIL E-ACHOU OR NOT FS-STAT-RVL-OK
               PERFORM 6200-LE-PROX-REVLIM
               IF FS-STAT-RVL-OK AND FS-RVL-PENDENTE
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       6250-LE-PROX-PENDENTEX. EXIT.

      * -----------------------------------
      * SO OPERADOR COM A AUTORIZACAO DE APROVADOR DO CADASTRO
      * DECIDE AS PROPOSTAS (SEM CADASTRO DE OPERADORES, QUALQUER UM
      * PODE)
       6700-VERIFICA-AUTORIZACAO SECTION.

           MOVE 'N' TO WS-PODE-APROVAR

           OPEN INPUT ARQ-OPERADOR

           IF FS-STAT-OPE-NAO-EXISTE
               MOVE 'S' TO WS-PODE-APROVAR
           ELSE
               MOVE LK-OPERADOR TO FS-OPE-ID
               READ ARQ-OPERADOR
               IF FS-STAT-OPE-OK AND FS-OPE-PODE-APROVAR
                   MOVE 'S' TO WS-PODE-APROVAR
               END-IF
               CLOSE ARQ-OPERADOR
           END-IF.

       6700-VERIFICA-AUTORIZACAOX. EXIT.

      * -----------------------------------
      * GRAVA A TRILHA DE AUDITORIA DO CLIENTE (MESMO LOG DA
      * MANUTENCAO), COM O ANALISTA COMO USUARIO
       8000-GRAVA-AUDITORIA SECTION.

           OPEN EXTEND ARQ-AUDITORIA

           IF FS-STAT-AUD-NAO-EXISTE
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           ACCEPT FS-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT FS-AUD-HORA FROM TIME
           MOVE WS-ID-ANALISTA TO FS-AUD-USUARIO

           WRITE ARQ-AUDITORIA-REC

           CLOSE ARQ-AUDITORIA.

       8000-GRAVA-AUDITORIAX. EXIT.

      * -----------------------------------
      * JORNALIZA A ATUALIZACAO DO CLIENTE PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_REVISAO_LIMITE" TO LK-JNL-PROGRAMA
           MOVE WS-ID-ANALISTA TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DECISAO NA AUDITORIA GERAL: ANTES = LIMITE E
      * BLOQUEIO NA REVISAO, DEPOIS = PROPOSTA, AMBOS COM O SCORE
       8700-REGISTRA-AUDITORIA SECTION.

           MOVE "CLIENTE"        TO LK-AGR-ENTIDADE
           MOVE SPACES           TO LK-AGR-CHAVE
           STRING WS-CD-CLIENTE DELIMITED BY SIZE
                  " REV " DELIMITED BY SIZE
                  WS-DT-REVISAO DELIMITED BY SIZE
             INTO LK-AGR-CHAVE
           MOVE WS-ID-ANALISTA   TO LK-AGR-USUARIO

           MOVE FS-RVL-NR-SCORE-FINAL  TO WS-AGR-SCORE
           MOVE FS-RVL-VL-LIMITE-ATUAL TO WS-AGR-VL-LIMITE
           MOVE FS-RVL-IND-BLOQ-ATUAL  TO WS-AGR-IND-BLOQ
           MOVE WS-AGR-RESUMO          TO LK-AGR-ANTES

           MOVE FS-RVL-VL-LIMITE-PROP  TO WS-AGR-VL-LIMITE
           IF FS-RVL-BLOQUEIO
               MOVE "S" TO WS-AGR-IND-BLOQ
           END-IF
           MOVE WS-AGR-RESUMO          TO LK-AGR-DEPOIS

           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8700-REGISTRA-AUDITORIAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           PERFORM 9100-REGISTRA-MENSAGEM

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.

      * -----------------------------------
      * GRAVA A MENSAGEM NO LOG (EM MODO BATCH TAMBEM NO CONSOLE)
       9100-REGISTRA-MENSAGEM SECTION.

           MOVE "CBL_REVISAO_LIMITE" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           END-IF.

       9100-REGISTRA-MENSAGEMX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_REVISAO_LIMITE.
