      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio Mensal do Passivo de Pontos de Fidelidade
      * Tectonics: cobc
      ******************************************************************
      * PERCORRE O RAZAO DE PONTOS (PONTOS.IDX, CHAVE POR CLIENTE) E
      * MOSTRA, POR CLIENTE COM MOVIMENTO NO MES OU SALDO NO FIM DO
      * MES, OS PONTOS GANHOS, ESTORNADOS, RESGATADOS E EXPIRADOS NO
      * MES E O SALDO NO FIM DO MES (SALDO DO ULTIMO MOVIMENTO ATE
      * ESSA DATA). NOS TOTAIS SAEM O CUSTO REAL DOS RESGATES DO MES
      * E O PASSIVO ESTIMADO DOS PONTOS EM ABERTO, VALORIZADOS PELO
      * CUSTO MEDIO POR PONTO DO CATALOGO DE PREMIOS ATIVO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_PONTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PONTOS ASSIGN TO DISK WID-ARQ-PONTOS
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PTS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PTS.

           SELECT ARQ-PREMIO ASSIGN TO DISK WID-ARQ-PREMIO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRM.

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
       FD ARQ-PONTOS.
       COPY FS-ARQ-PONTOS.

       FD ARQ-PREMIO.
       COPY FS-ARQ-PREMIO.

       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PTS PIC 9(02).
           88 FS-STAT-PTS-OK         VALUE 00.
           88 FS-STAT-PTS-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRM PIC 9(02).
           88 FS-STAT-PRM-OK         VALUE 00.
           88 FS-STAT-PRM-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_PONTOS.TXT".
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
       77 WS-ANO-MES    PIC 9(006) VALUE ZEROS.
      * ULTIMO DIA POSSIVEL DO MES, SO USADO COMO LIMITE DO SALDO
       77 WS-DT-REFERENCIA PIC 9(008) VALUE ZEROS.

      * ACUMULADO DO CLIENTE CORRENTE (QUEBRA POR CLIENTE)
       77 WS-CD-CLIENTE-ANT PIC 9(007) VALUE ZEROS.
       01 WS-ACM-CLIENTE.
           05 WS-ACM-GANHO    PIC 9(009).
           05 WS-ACM-ESTORNO  PIC 9(009).
           05 WS-ACM-RESGATE  PIC 9(009).
           05 WS-ACM-EXPIRADO PIC 9(009).
           05 WS-ACM-SALDO    PIC 9(009).
           05 WS-ACM-MOV-MES  PIC 9(005).

      * TOTAIS DO RELATORIO
       01 WS-TOT-RELATORIO.
           05 WS-TOT-CLIENTES PIC 9(007).
           05 WS-TOT-GANHO    PIC 9(011).
           05 WS-TOT-ESTORNO  PIC 9(011).
           05 WS-TOT-RESGATE  PIC 9(011).
           05 WS-TOT-EXPIRADO PIC 9(011).
           05 WS-TOT-SALDO    PIC 9(011).
           05 WS-TOT-VL-RESGATE PIC 9(011)V99.

      * CUSTO MEDIO POR PONTO DO CATALOGO ATIVO
       77 WS-CAT-VL-CUSTO  PIC 9(011)V99 VALUE ZEROS.
       77 WS-CAT-QT-PONTOS PIC 9(011) VALUE ZEROS.
       77 WS-VL-POR-PONTO  PIC 9(005)V9(6) VALUE ZEROS.
       77 WS-VL-PASSIVO    PIC 9(011)V99 VALUE ZEROS.

       77 WS-ED-PONTOS PIC ZZZ,ZZZ,ZZZ,ZZ9.
       77 WS-ED-VALOR  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-CUSTO-PONTO PIC ZZ,ZZ9.999999.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA.
           05 WS-LIN-CD-CLIENTE      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-NM-CLIENTE      PIC X(15).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-GANHO           PIC ZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-ESTORNO         PIC ZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-RESGATE         PIC ZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-EXPIRADO        PIC ZZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-SALDO           PIC ZZZZZZZZ9.

       COPY CPY_ID_ARQ_PONTOS.
       COPY CPY_ID_ARQ_PREMIO.
       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_LE_PARAMETRO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.
       77 WS-CD-CLIENTE-FIL PIC 9(007) VALUE ZEROS.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DEPOSITO_REGIAO.

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

       01 SS-TELA-PONTOS.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Mes (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-ANO-MES.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
               10 LINE 04 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           05 SS-REPORT-HEADER.
               10 LINE 06 COLUMN 1 VALUE "==============================
      -"==================================================".
               10 LINE 07 COLUMN 1 VALUE "Cliente".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Nome           ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Ganhos  ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Estornos".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Resgates".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Expirad.".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Saldo Mes".
               10 LINE 08 COLUMN 1 VALUE "==============================
      -"==================================================".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION  USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PONTOS
           END-IF
           MOVE WNM-PATH-PONTOS TO WNM-PATH-PREMIO
           MOVE WNM-PATH-PONTOS TO WNM-PATH-CLIENTE

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PONTOS.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  9          TO WS-NUML-CURR
           MOVE "RELATORIO PASSIVO DE PONTOS" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE ZEROS       TO WS-TOT-RELATORIO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O FILTRO, PERCORRE O RAZAO E EMITE O RELATORIO
       1000-EMITE-RELATORIO SECTION.

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER
           ACCEPT SS-REPORT-FILTER

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           PERFORM 1900-CONFERE-FILIAL
           IF NOT FILIAL-VALIDA
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           IF WS-ANO-MES(5:2) LESS "01" OR
              WS-ANO-MES(5:2) GREATER "12"
               MOVE "MES INVALIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           COMPUTE WS-DT-REFERENCIA = WS-ANO-MES * 100 + 31

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO
               OPEN OUTPUT ARQ-SAIDA
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "PASSIVO DE PONTOS DE FIDELIDADE - MES "
                      DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           DISPLAY SS-REPORT-HEADER

           OPEN INPUT ARQ-PONTOS
           OPEN INPUT ARQ-PREMIO
           OPEN INPUT ARQ-CLIENTE

           IF NOT FS-STAT-PRM-NAO-EXISTE
               PERFORM 2500-CUSTO-CATALOGO
           END-IF

           IF NOT FS-STAT-PTS-NAO-EXISTE
               PERFORM 2000-PERCORRE-RAZAO
           END-IF

           PERFORM 3500-MOSTRA-TOTAIS

           CLOSE ARQ-PONTOS
           CLOSE ARQ-PREMIO
           CLOSE ARQ-CLIENTE

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * PERCORRE TODO O RAZAO, ACUMULANDO POR CLIENTE E EMITINDO A
      * LINHA NA TROCA DE CLIENTE
       2000-PERCORRE-RAZAO SECTION.

           MOVE ZEROS TO WS-CD-CLIENTE-ANT WS-ACM-CLIENTE
           MOVE LOW-VALUES TO FS-PTS-KEY

           START ARQ-PONTOS KEY GREATER FS-PTS-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PTS
               NOT INVALID KEY
                   READ ARQ-PONTOS NEXT
                       AT END MOVE 99 TO FS-STAT-PTS
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-PTS-OK

               IF FS-PTS-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-ANT
                   IF WS-CD-CLIENTE-ANT GREATER ZEROS
                       PERFORM 3000-MOSTRA-CLIENTE
                   END-IF
                   MOVE FS-PTS-CD-CLIENTE TO WS-CD-CLIENTE-ANT
                   MOVE ZEROS TO WS-ACM-CLIENTE
                   MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
                   IF NOT E-TODAS-FILIAIS
                       MOVE FS-PTS-CD-CLIENTE TO WS-CD-CLIENTE-FIL
                       PERFORM 1940-FILIAL-CLIENTE
                   END-IF
               END-IF

      * CLIENTE DE OUTRA FILIAL FICA ZERADO E NAO SAI NA LISTA
               IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                   PERFORM 2100-SOMA-MOVIMENTO
               END-IF

               READ ARQ-PONTOS NEXT
                   AT END MOVE 99 TO FS-STAT-PTS
               END-READ
           END-PERFORM

           IF WS-CD-CLIENTE-ANT GREATER ZEROS
               PERFORM 3000-MOSTRA-CLIENTE
           END-IF.

       2000-PERCORRE-RAZAOX. EXIT.

      * -----------------------------------
      * SOMA O MOVIMENTO DO MES POR TIPO E GUARDA O SALDO DO ULTIMO
      * MOVIMENTO ATE O FIM DO MES
       2100-SOMA-MOVIMENTO SECTION.

           IF FS-PTS-DT-MOVIMENTO NOT GREATER WS-DT-REFERENCIA
               MOVE FS-PTS-QT-SALDO TO WS-ACM-SALDO
           END-IF

           IF FS-PTS-DT-MOVIMENTO(1:6) NOT EQUAL WS-ANO-MES
               GO TO 2100-SOMA-MOVIMENTOX
           END-IF

           ADD 1 TO WS-ACM-MOV-MES

           EVALUATE TRUE
               WHEN FS-PTS-GANHO
                   ADD FS-PTS-QT-PONTOS TO WS-ACM-GANHO
               WHEN FS-PTS-ESTORNO
                   ADD FS-PTS-QT-PONTOS TO WS-ACM-ESTORNO
               WHEN FS-PTS-RESGATE
                   ADD FS-PTS-QT-PONTOS TO WS-ACM-RESGATE
                   ADD FS-PTS-VL-CUSTO  TO WS-TOT-VL-RESGATE
               WHEN FS-PTS-EXPIRACAO
                   ADD FS-PTS-QT-PONTOS TO WS-ACM-EXPIRADO
           END-EVALUATE.

       2100-SOMA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * CUSTO MEDIO POR PONTO DOS PREMIOS ATIVOS DO CATALOGO
       2500-CUSTO-CATALOGO SECTION.

           MOVE ZEROS TO WS-CAT-VL-CUSTO WS-CAT-QT-PONTOS
                         WS-VL-POR-PONTO
           MOVE LOW-VALUES TO FS-PRM-KEY

           START ARQ-PREMIO KEY GREATER FS-PRM-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRM
               NOT INVALID KEY
                   READ ARQ-PREMIO NEXT
                       AT END MOVE 99 TO FS-STAT-PRM
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-PRM-OK
               IF NOT FS-PRM-INATIVO
                   ADD FS-PRM-VL-CUSTO  TO WS-CAT-VL-CUSTO
                   ADD FS-PRM-QT-PONTOS TO WS-CAT-QT-PONTOS
               END-IF
               READ ARQ-PREMIO NEXT
                   AT END MOVE 99 TO FS-STAT-PRM
               END-READ
           END-PERFORM

           IF WS-CAT-QT-PONTOS GREATER ZEROS
               COMPUTE WS-VL-POR-PONTO ROUNDED =
                   WS-CAT-VL-CUSTO / WS-CAT-QT-PONTOS
           END-IF.

       2500-CUSTO-CATALOGOX. EXIT.

      * -----------------------------------
      * EMITE A LINHA DO CLIENTE QUE TEVE MOVIMENTO NO MES OU FICOU
      * COM SALDO, E SOMA NOS TOTAIS
       3000-MOSTRA-CLIENTE SECTION.

           IF WS-ACM-MOV-MES EQUAL ZEROS AND WS-ACM-SALDO EQUAL ZEROS
               GO TO 3000-MOSTRA-CLIENTEX
           END-IF

           ADD 1               TO WS-TOT-CLIENTES
           ADD WS-ACM-GANHO    TO WS-TOT-GANHO
           ADD WS-ACM-ESTORNO  TO WS-TOT-ESTORNO
           ADD WS-ACM-RESGATE  TO WS-TOT-RESGATE
           ADD WS-ACM-EXPIRADO TO WS-TOT-EXPIRADO
           ADD WS-ACM-SALDO    TO WS-TOT-SALDO

           MOVE WS-CD-CLIENTE-ANT TO WS-LIN-CD-CLIENTE
           MOVE WS-ACM-GANHO      TO WS-LIN-GANHO
           MOVE WS-ACM-ESTORNO    TO WS-LIN-ESTORNO
           MOVE WS-ACM-RESGATE    TO WS-LIN-RESGATE
           MOVE WS-ACM-EXPIRADO   TO WS-LIN-EXPIRADO
           MOVE WS-ACM-SALDO      TO WS-LIN-SALDO

           MOVE WS-CD-CLIENTE-ANT TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE SPACES TO WS-LIN-NM-CLIENTE
               NOT INVALID KEY
                   MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-LIN-NM-CLIENTE
           END-READ

           DISPLAY WS-LINHA LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       3000-MOSTRA-CLIENTEX. EXIT.

      * -----------------------------------
      * TOTAIS DO MES, CUSTO DOS RESGATES E PASSIVO ESTIMADO
       3500-MOSTRA-TOTAIS SECTION.

           MOVE WS-TOT-GANHO TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PONTOS EMITIDOS NO MES.....: " DELIMITED BY SIZE
                  WS-ED-PONTOS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-ESTORNO TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PONTOS ESTORNADOS NO MES...: " DELIMITED BY SIZE
                  WS-ED-PONTOS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-RESGATE TO WS-ED-PONTOS
           MOVE WS-TOT-VL-RESGATE TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PONTOS RESGATADOS NO MES...: " DELIMITED BY SIZE
                  WS-ED-PONTOS DELIMITED BY SIZE
                  "  CUSTO: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-EXPIRADO TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PONTOS EXPIRADOS NO MES....: " DELIMITED BY SIZE
                  WS-ED-PONTOS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE WS-TOT-SALDO TO WS-ED-PONTOS
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PONTOS EM ABERTO NO FIM MES: " DELIMITED BY SIZE
                  WS-ED-PONTOS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           COMPUTE WS-VL-PASSIVO ROUNDED =
               WS-TOT-SALDO * WS-VL-POR-PONTO
           MOVE WS-VL-POR-PONTO TO WS-ED-CUSTO-PONTO
           MOVE WS-VL-PASSIVO TO WS-ED-VALOR
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "PASSIVO ESTIMADO...........: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  CUSTO/PONTO: " DELIMITED BY SIZE
                  WS-ED-CUSTO-PONTO DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           IF WS-CAT-QT-PONTOS EQUAL ZEROS
               MOVE "CATALOGO DE PREMIOS SEM ITENS ATIVOS - PASSIVO SEM
      -            " VALOR" TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF.

       3500-MOSTRA-TOTAISX. EXIT.

      * -----------------------------------
      * MOSTRA A LINHA MONTADA EM WS-LINHA-TITULO
       3900-MOSTRA-TITULO SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       3900-MOSTRA-TITULOX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_PONTOS" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "MES " DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
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
      * FILIAL DA REGIAO EM WS-CD-REGIAO-FIL (REGIAO -> DEPOSITO ->
      * FILIAL); SO CONSULTA QUANDO A REGIAO MUDA
       1910-FILIAL-REGIAO SECTION.

           IF WS-CD-REGIAO-FIL NOT EQUAL WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS

               MOVE "D" TO LK-FIL-FUNCAO
               MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-RGA
           END-IF

           MOVE WS-CD-FILIAL-RGA TO WS-CD-FILIAL-REG.

       1910-FILIAL-REGIAOX. EXIT.

      * -----------------------------------
      * FILIAL DO CLIENTE EM WS-CD-CLIENTE-FIL, PELA REGIAO DELE;
      * CLIENTE NAO ENCONTRADO FICA NA MATRIZ
       1940-FILIAL-CLIENTE SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE WS-CD-CLIENTE-FIL TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           END-IF.

       1940-FILIAL-CLIENTEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_PONTOS" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_PONTOS.
