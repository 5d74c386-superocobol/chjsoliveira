      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Relatorio de Tempos da Cadeia Batch Noturna
      * Tectonics: cobc
      ******************************************************************
      * LE O HISTORICO BATCH_NOTURNO.HIS GRAVADO PELA CADEIA NOTURNA
      * E MOSTRA, NA TELA E EM ARQUIVO REGISTRADO NO SPOOL:
      * 1) POR NOITE DO PERIODO INFORMADO, CADA PASSO COM O TEMPO
      *    DECORRIDO, A MEDIA MOVEL DAS ULTIMAS BATCH-SLA-NOITES
      *    EXECUCOES BEM SUCEDIDAS ANTERIORES, A VARIACAO SOBRE A
      *    MEDIA E A MARCA ACIMA QUANDO PASSOU DE BATCH-SLA-MULTIPLO
      *    VEZES A MEDIA; E A LINHA DA CADEIA COM INICIO, FIM, TEMPO
      *    TOTAL E SE TERMINOU DENTRO OU FORA DA JANELA
      *    BATCH-FIM-JANELA.
      * 2) A MEDIA MOVEL ATUAL DE CADA PASSO, COM O ULTIMO TEMPO E A
      *    VARIACAO DO ULTIMO SOBRE A MEDIA, E O RESUMO DAS NOITES
      *    DO PERIODO (TEMPO MEDIO DA CADEIA E NOITES FORA DA JANELA).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-HIS-BATCH ASSIGN TO WNM-ARQ-HIS-BATCH
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-HBT.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HIS-BATCH.
       COPY FS-ARQ-HISBATCH.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-HBT PIC 9(02).
           88 FS-STAT-HBT-OK         VALUE 00.
           88 FS-STAT-HBT-NAO-EXISTE VALUE 35.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-HIS-BATCH PIC X(50) VALUE "BATCH_NOTURNO.HIS".
       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_BATCH.TXT".
       77 WS-GERAR-ARQ PIC X VALUE 'N'.
           88 E-GERAR-SIM VALUES ARE "S" "s".

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

       77 WS-DT-HOJE    PIC 9(008) VALUE ZEROS.
       77 WS-DT-INI     PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM     PIC 9(008) VALUE ZEROS.
       77 WS-IDX        PIC 9(003) VALUE ZEROS.
       77 WS-IDX-PASSO  PIC 9(003) VALUE ZEROS.
       77 WS-IDX-AMOSTRA PIC 9(002) VALUE ZEROS.

      * PARAMETROS DE ACOMPANHAMENTO DA JANELA (MESMOS PADROES DA
      * CADEIA NOTURNA)
       01 WS-HR-FIM-JANELA PIC 9(004) VALUE 0600.
       01 WS-FIM-JANELA REDEFINES WS-HR-FIM-JANELA.
           05 WS-FJN-HH PIC 99.
           05 WS-FJN-MM PIC 99.
       77 WS-SLA-MULTIPLO  PIC 9(002)V9 VALUE 2.
       77 WS-SLA-NOITES    PIC 9(002) VALUE 7.

      * MEDIA MOVEL POR NOME DE PASSO: JANELA CIRCULAR DAS ULTIMAS
      * BATCH-SLA-NOITES EXECUCOES BEM SUCEDIDAS
       77 WS-QT-PASSOS PIC 9(003) VALUE ZEROS.
       77 WS-TAB-PASSOS-CHEIA PIC X VALUE 'N'.
           88 TAB-PASSOS-CHEIA VALUE 'S'.
       01 WS-TAB-PASSOS.
           05 WS-TPS-ITEM OCCURS 200 TIMES.
               10 WS-TPS-NM-PASSO    PIC X(020).
               10 WS-TPS-QT-AMOSTRAS PIC 9(002).
               10 WS-TPS-PROXIMA     PIC 9(002).
               10 WS-TPS-QT-ULTIMO   PIC 9(007).
               10 WS-TPS-AMOSTRA     PIC 9(007) OCCURS 30 TIMES.

       77 WS-QT-SOMA      PIC 9(009) VALUE ZEROS.
       77 WS-QT-MEDIA     PIC 9(007) VALUE ZEROS.
       77 WS-QT-LIMITE    PIC 9(008)V9 VALUE ZEROS.
       77 WS-PC-VARIACAO  PIC S9(005)V9 VALUE ZEROS.

      * RESUMO DAS NOITES DO PERIODO
       77 WS-QT-NOITES      PIC 9(005) VALUE ZEROS.
       77 WS-QT-FORA-JANELA PIC 9(005) VALUE ZEROS.
       77 WS-QT-SOMA-CADEIA PIC 9(012) VALUE ZEROS.
       77 WS-QT-ED          PIC Z(6)9 VALUE ZEROS.

       01 WS-HR-AUX.
           05 WS-HAX-HH PIC 99.
           05 WS-HAX-MM PIC 99.
           05 WS-HAX-SS PIC 99.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA-PASSO.
           05 WS-LPS-DT-CADEIA       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-NR-PASSO        PIC 9(3).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-NM-PASSO        PIC X(20).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-QT-SEGUNDOS     PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-QT-MEDIA        PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-PC-VARIACAO     PIC -(5)9.9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-RC              PIC 99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LPS-AVISO           PIC X(8).

       01 WS-LINHA-CADEIA.
           05 FILLER                 PIC X(7) VALUE "CADEIA ".
           05 WS-LCD-DT-INICIO       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE " ".
           05 WS-LCD-HR-INICIO.
               10 WS-LCD-INI-HH      PIC 99.
               10 FILLER             PIC X VALUE ":".
               10 WS-LCD-INI-MM      PIC 99.
               10 FILLER             PIC X VALUE ":".
               10 WS-LCD-INI-SS      PIC 99.
           05 FILLER                 PIC X(5) VALUE " FIM ".
           05 WS-LCD-DT-FIM          PIC 9(8).
           05 FILLER                 PIC X(1) VALUE " ".
           05 WS-LCD-HR-FIM.
               10 WS-LCD-FIM-HH      PIC 99.
               10 FILLER             PIC X VALUE ":".
               10 WS-LCD-FIM-MM      PIC 99.
               10 FILLER             PIC X VALUE ":".
               10 WS-LCD-FIM-SS      PIC 99.
           05 FILLER                 PIC X(1) VALUE " ".
           05 WS-LCD-QT-SEGUNDOS     PIC ZZZZZZ9.
           05 FILLER                 PIC X(5) VALUE "S RC ".
           05 WS-LCD-RC              PIC 99.
           05 FILLER                 PIC X(1) VALUE " ".
           05 WS-LCD-JANELA          PIC X(16).

       01 WS-LINHA-MEDIA.
           05 WS-LMD-NM-PASSO        PIC X(20).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LMD-QT-AMOSTRAS     PIC Z9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LMD-QT-MEDIA        PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LMD-QT-ULTIMO       PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LMD-PC-VARIACAO     PIC -(5)9.9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LMD-AVISO           PIC X(8).

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.

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

       01 SS-TELA-BATCH.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Noites de (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INI.
               10 COLUMN PLUS 2 VALUE "ate:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
               10 LINE 04 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION  USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  6          TO WS-NUML-CURR
           MOVE "TEMPOS DA CADEIA NOTURNA" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ

           PERFORM 0100-LE-PARAMETROS

      * PERIODO PADRAO: AS ULTIMAS SETE NOITES
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-FIM
           COMPUTE WS-DT-INI = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - 6)

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE OS PARAMETROS DA JANELA BATCH
       0100-LE-PARAMETROS SECTION.

           MOVE "BATCH-FIM-JANELA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-HR-FIM-JANELA = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-FJN-HH GREATER 23 OR WS-FJN-MM GREATER 59
                   MOVE 0600 TO WS-HR-FIM-JANELA
               END-IF
           END-IF

           MOVE "BATCH-SLA-MULTIPLO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SLA-MULTIPLO = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-SLA-MULTIPLO NOT GREATER 1
                   MOVE 2 TO WS-SLA-MULTIPLO
               END-IF
           END-IF

           MOVE "BATCH-SLA-NOITES" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SLA-NOITES = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-SLA-NOITES EQUAL ZEROS OR WS-SLA-NOITES GREATER 30
                   MOVE 7 TO WS-SLA-NOITES
               END-IF
           END-IF.

       0100-LE-PARAMETROSX. EXIT.

      * -----------------------------------
      * LE O FILTRO E EMITE AS DUAS PARTES DO RELATORIO
       1000-EMITE-RELATORIO SECTION.

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
           ACCEPT SS-REPORT-FILTER

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           IF WS-DT-INI GREATER WS-DT-FIM
               MOVE "PERIODO INVALIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           OPEN INPUT ARQ-HIS-BATCH
           IF NOT FS-STAT-HBT-OK
               MOVE "NENHUMA EXECUCAO DA CADEIA NOTURNA NO HISTORICO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO
               OPEN OUTPUT ARQ-SAIDA
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "TEMPOS DA CADEIA NOTURNA - EMITIDO EM "
                        DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           INITIALIZE WS-TAB-PASSOS
           MOVE ZEROS TO WS-QT-PASSOS WS-QT-NOITES WS-QT-FORA-JANELA
                         WS-QT-SOMA-CADEIA
           MOVE 'N' TO WS-TAB-PASSOS-CHEIA

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "NOITES DE " DELIMITED BY SIZE
                  WS-DT-INI DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
                  " - JANELA ATE " DELIMITED BY SIZE
                  WS-HR-FIM-JANELA DELIMITED BY SIZE
                  " - MEDIA DAS ULTIMAS " DELIMITED BY SIZE
                  WS-SLA-NOITES DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "Noite   |Ps |Passo               |" DELIMITED BY SIZE
                  "Tempo s|Media s|  Var.% |RC|Aviso" DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

      * O HISTORICO E LIDO DESDE O INICIO PARA A MEDIA MOVEL DAS
      * PRIMEIRAS NOITES DO PERIODO JA CONSIDERAR AS ANTERIORES
           READ ARQ-HIS-BATCH

           PERFORM UNTIL NOT FS-STAT-HBT-OK
               IF FS-HBT-PASSO
                   PERFORM 2000-TRATA-PASSO
               END-IF
               IF FS-HBT-CADEIA AND
                  FS-HBT-DT-CADEIA NOT LESS WS-DT-INI AND
                  FS-HBT-DT-CADEIA NOT GREATER WS-DT-FIM
                   PERFORM 2100-MOSTRA-CADEIA
               END-IF
               READ ARQ-HIS-BATCH
           END-PERFORM

           CLOSE ARQ-HIS-BATCH

           PERFORM 3000-MOSTRA-MEDIAS

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * LINHA DO PASSO (NOITES DO PERIODO) CONTRA A MEDIA MOVEL DAS
      * EXECUCOES ANTERIORES; DEPOIS ENTRA NA MEDIA SE TERMINOU BEM
       2000-TRATA-PASSO SECTION.

           PERFORM 2200-LOCALIZA-PASSO
           IF WS-IDX-PASSO EQUAL ZEROS
               GO TO 2000-TRATA-PASSOX
           END-IF

           PERFORM 2300-CALCULA-MEDIA

           IF FS-HBT-DT-CADEIA NOT LESS WS-DT-INI AND
              FS-HBT-DT-CADEIA NOT GREATER WS-DT-FIM
               MOVE FS-HBT-DT-CADEIA   TO WS-LPS-DT-CADEIA
               MOVE FS-HBT-NR-PASSO    TO WS-LPS-NR-PASSO
               MOVE FS-HBT-NM-PASSO    TO WS-LPS-NM-PASSO
               MOVE FS-HBT-QT-SEGUNDOS TO WS-LPS-QT-SEGUNDOS
               MOVE WS-QT-MEDIA        TO WS-LPS-QT-MEDIA
               MOVE FS-HBT-RC          TO WS-LPS-RC

               MOVE ZEROS TO WS-PC-VARIACAO
               MOVE SPACES TO WS-LPS-AVISO
               IF WS-QT-MEDIA EQUAL ZEROS
                   MOVE "SEM HIST" TO WS-LPS-AVISO
               ELSE
                   COMPUTE WS-PC-VARIACAO ROUNDED =
                       (FS-HBT-QT-SEGUNDOS - WS-QT-MEDIA) * 100
                       / WS-QT-MEDIA
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-PC-VARIACAO
                   END-COMPUTE
                   COMPUTE WS-QT-LIMITE = WS-QT-MEDIA * WS-SLA-MULTIPLO
                   IF FS-HBT-QT-SEGUNDOS GREATER WS-QT-LIMITE
                       MOVE "ACIMA" TO WS-LPS-AVISO
                   END-IF
               END-IF
               IF FS-HBT-RC NOT EQUAL ZEROS
                   MOVE "FALHOU" TO WS-LPS-AVISO
               END-IF
               MOVE WS-PC-VARIACAO TO WS-LPS-PC-VARIACAO

               MOVE WS-LINHA-PASSO TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF

           IF FS-HBT-RC NOT EQUAL ZEROS
               GO TO 2000-TRATA-PASSOX
           END-IF

           MOVE FS-HBT-QT-SEGUNDOS TO WS-TPS-QT-ULTIMO(WS-IDX-PASSO)
           ADD 1 TO WS-TPS-PROXIMA(WS-IDX-PASSO)
           IF WS-TPS-PROXIMA(WS-IDX-PASSO) GREATER WS-SLA-NOITES
               MOVE 1 TO WS-TPS-PROXIMA(WS-IDX-PASSO)
           END-IF
           MOVE FS-HBT-QT-SEGUNDOS
             TO WS-TPS-AMOSTRA(WS-IDX-PASSO,
                               WS-TPS-PROXIMA(WS-IDX-PASSO))
           IF WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO) LESS WS-SLA-NOITES
               ADD 1 TO WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO)
           END-IF.

       2000-TRATA-PASSOX. EXIT.

      * -----------------------------------
      * LINHA DA CADEIA: INICIO, FIM, TEMPO TOTAL E JANELA
       2100-MOSTRA-CADEIA SECTION.

           MOVE FS-HBT-DT-INICIO TO WS-LCD-DT-INICIO
           MOVE FS-HBT-HR-INICIO TO WS-HR-AUX
           MOVE WS-HAX-HH        TO WS-LCD-INI-HH
           MOVE WS-HAX-MM        TO WS-LCD-INI-MM
           MOVE WS-HAX-SS        TO WS-LCD-INI-SS
           MOVE FS-HBT-DT-FIM    TO WS-LCD-DT-FIM
           MOVE FS-HBT-HR-FIM    TO WS-HR-AUX
           MOVE WS-HAX-HH        TO WS-LCD-FIM-HH
           MOVE WS-HAX-MM        TO WS-LCD-FIM-MM
           MOVE WS-HAX-SS        TO WS-LCD-FIM-SS
           MOVE FS-HBT-QT-SEGUNDOS TO WS-LCD-QT-SEGUNDOS
           MOVE FS-HBT-RC        TO WS-LCD-RC

           ADD 1 TO WS-QT-NOITES
           ADD FS-HBT-QT-SEGUNDOS TO WS-QT-SOMA-CADEIA

      * A MARCA DE JANELA E A GRAVADA PELA CADEIA, CONTRA O FIM DE
      * JANELA EM VIGOR NAQUELA NOITE
           IF FS-HBT-ALERTADO
               MOVE "FORA DA JANELA" TO WS-LCD-JANELA
               ADD 1 TO WS-QT-FORA-JANELA
           ELSE
               MOVE "DENTRO DA JANELA" TO WS-LCD-JANELA
           END-IF

           MOVE WS-LINHA-CADEIA TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       2100-MOSTRA-CADEIAX. EXIT.

      * -----------------------------------
      * LOCALIZA (OU CRIA) O PASSO NA TABELA PELO NOME; COM A
      * TABELA CHEIA DEVOLVE ZERO E O PASSO FICA FORA DO QUADRO
       2200-LOCALIZA-PASSO SECTION.

           MOVE ZEROS TO WS-IDX-PASSO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QT-PASSOS OR
                         WS-IDX-PASSO GREATER ZEROS
               IF WS-TPS-NM-PASSO(WS-IDX) EQUAL FS-HBT-NM-PASSO
                   MOVE WS-IDX TO WS-IDX-PASSO
               END-IF
           END-PERFORM

           IF WS-IDX-PASSO EQUAL ZEROS
               IF WS-QT-PASSOS LESS 200
                   ADD 1 TO WS-QT-PASSOS
                   MOVE WS-QT-PASSOS TO WS-IDX-PASSO
                   MOVE FS-HBT-NM-PASSO
                     TO WS-TPS-NM-PASSO(WS-IDX-PASSO)
               ELSE
                   MOVE 'S' TO WS-TAB-PASSOS-CHEIA
               END-IF
           END-IF.

       2200-LOCALIZA-PASSOX. EXIT.

      * -----------------------------------
      * MEDIA DAS AMOSTRAS GUARDADAS DO PASSO WS-IDX-PASSO
       2300-CALCULA-MEDIA SECTION.

           MOVE ZEROS TO WS-QT-MEDIA WS-QT-SOMA

           IF WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO) EQUAL ZEROS
               GO TO 2300-CALCULA-MEDIAX
           END-IF

           PERFORM VARYING WS-IDX-AMOSTRA FROM 1 BY 1
                   UNTIL WS-IDX-AMOSTRA GREATER
                         WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO)
               ADD WS-TPS-AMOSTRA(WS-IDX-PASSO, WS-IDX-AMOSTRA)
                 TO WS-QT-SOMA
           END-PERFORM

           COMPUTE WS-QT-MEDIA ROUNDED =
               WS-QT-SOMA / WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO).

       2300-CALCULA-MEDIAX. EXIT.

      * -----------------------------------
      * MEDIA MOVEL ATUAL POR PASSO E RESUMO DAS NOITES DO PERIODO
       3000-MOSTRA-MEDIAS SECTION.

           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE "MEDIA MOVEL ATUAL POR PASSO" TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "Passo               |Am|" DELIMITED BY SIZE
                  "Media s|Ultim s|  Var.% |Aviso" DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO GREATER WS-QT-PASSOS
               PERFORM 2300-CALCULA-MEDIA
               MOVE WS-TPS-NM-PASSO(WS-IDX-PASSO) TO WS-LMD-NM-PASSO
               MOVE WS-TPS-QT-AMOSTRAS(WS-IDX-PASSO)
                 TO WS-LMD-QT-AMOSTRAS
               MOVE WS-QT-MEDIA TO WS-LMD-QT-MEDIA
               MOVE WS-TPS-QT-ULTIMO(WS-IDX-PASSO) TO WS-LMD-QT-ULTIMO
               MOVE ZEROS TO WS-PC-VARIACAO
               MOVE SPACES TO WS-LMD-AVISO
               IF WS-QT-MEDIA EQUAL ZEROS
                   MOVE "SEM HIST" TO WS-LMD-AVISO
               ELSE
                   COMPUTE WS-PC-VARIACAO ROUNDED =
                       (WS-TPS-QT-ULTIMO(WS-IDX-PASSO) - WS-QT-MEDIA)
                       * 100 / WS-QT-MEDIA
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-PC-VARIACAO
                   END-COMPUTE
               END-IF
               MOVE WS-PC-VARIACAO TO WS-LMD-PC-VARIACAO
               MOVE WS-LINHA-MEDIA TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-PERFORM

           IF TAB-PASSOS-CHEIA
               MOVE "ATENCAO: TABELA CHEIA, QUADRO PARCIAL"
                 TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF

           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE ZEROS TO WS-QT-MEDIA
           IF WS-QT-NOITES GREATER ZEROS
               COMPUTE WS-QT-MEDIA ROUNDED =
                   WS-QT-SOMA-CADEIA / WS-QT-NOITES
           END-IF
           MOVE WS-QT-MEDIA TO WS-QT-ED

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "NOITES NO PERIODO: " DELIMITED BY SIZE
                  WS-QT-NOITES DELIMITED BY SIZE
                  "  FORA DA JANELA: " DELIMITED BY SIZE
                  WS-QT-FORA-JANELA DELIMITED BY SIZE
                  "  TEMPO MEDIO(S): " DELIMITED BY SIZE
                  WS-QT-ED DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       3000-MOSTRA-MEDIASX. EXIT.

      * -----------------------------------
      * MOSTRA A LINHA MONTADA EM WS-LINHA-TITULO
       3900-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 6 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       3900-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_BATCH" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "NOITES DE " DELIMITED BY SIZE
                  WS-DT-INI DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_BATCH" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_BATCH.
