      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio de Ocorrencias SAC (Aging e Estouro de SLA)
      * Tectonics: cobc
      ******************************************************************
      * DUAS PARTES, NA TELA E EM ARQUIVO REGISTRADO NO SPOOL:
      * 1) AGING: TODAS AS OCORRENCIAS EM ABERTO (ABERTAS OU
      *    ENCAMINHADAS) COM OS DIAS CORRIDOS DESDE A ABERTURA, A
      *    FAIXA DE IDADE (0-2, 3-5, 6-10, 11-30, 31+) E A MARCA
      *    VENCIDA QUANDO HOJE JA PASSOU DO PRAZO DE SLA; NO FIM A
      *    QUANTIDADE POR FAIXA.
      * 2) SLA: PARA AS OCORRENCIAS ABERTAS NO PERIODO INFORMADO,
      *    POR CATEGORIA E POR VENDEDOR DO CLIENTE: TOTAL, FECHADAS
      *    NO PRAZO, FECHADAS FORA DO PRAZO, EM ABERTO VENCIDAS, EM
      *    ABERTO NO PRAZO E O PERCENTUAL DE ESTOURO (FECHADAS FORA
      *    MAIS EM ABERTO VENCIDAS SOBRE O TOTAL).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_SAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OCO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OCO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OCORRENCIA.
       COPY FS-ARQ-OCORRENCIA.

       FD ARQ-VENDEDOR.
       COPY FS-ARQ-VENDEDOR.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-OCO PIC 9(02).
           88 FS-STAT-OCO-OK         VALUE 00.
           88 FS-STAT-OCO-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_SAC.TXT".
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
       77 WS-QT-DIAS    PIC 9(005) VALUE ZEROS.
       77 WS-IDX        PIC 9(003) VALUE ZEROS.
       77 WS-IDX-VEN    PIC 9(003) VALUE ZEROS.

      * FAIXAS DE IDADE DO AGING (LIMITE SUPERIOR EM DIAS)
       01 WS-TAB-FAIXA-VALORES.
           05 FILLER PIC X(025) VALUE "0000200005000100003099999".
       01 WS-TAB-FAIXA REDEFINES WS-TAB-FAIXA-VALORES.
           05 WS-FAIXA-LIMITE OCCURS 5 PIC 9(005).
       01 WS-TAB-FAIXA-NOME.
           05 FILLER PIC X(005) VALUE "0-2  ".
           05 FILLER PIC X(005) VALUE "3-5  ".
           05 FILLER PIC X(005) VALUE "6-10 ".
           05 FILLER PIC X(005) VALUE "11-30".
           05 FILLER PIC X(005) VALUE "31+  ".
       01 WS-TAB-FAIXA-NM REDEFINES WS-TAB-FAIXA-NOME.
           05 WS-FAIXA-NOME OCCURS 5 PIC X(005).
       01 WS-TAB-FAIXA-QT.
           05 WS-FAIXA-QT OCCURS 5 PIC 9(007).
       77 WS-QT-ABERTAS  PIC 9(007) VALUE ZEROS.
       77 WS-QT-VENCIDAS PIC 9(007) VALUE ZEROS.

      * CATEGORIAS DA OCORRENCIA
       01 WS-TAB-CAT-VALORES.
           05 FILLER PIC X(021) VALUE "EATRASO DE ENTREGA   ".
           05 FILLER PIC X(021) VALUE "AAVARIA              ".
           05 FILLER PIC X(021) VALUE "PPRECO               ".
           05 FILLER PIC X(021) VALUE "CCOMODATO/GELADEIRA  ".
           05 FILLER PIC X(021) VALUE "OOUTROS              ".
       01 WS-TAB-CAT REDEFINES WS-TAB-CAT-VALORES.
           05 WS-CAT OCCURS 5.
               10 WS-CAT-CODIGO     PIC X(001).
               10 WS-CAT-NOME       PIC X(020).

      * CONTADORES DE SLA: 1 A 5 CATEGORIAS; VENDEDORES A PARTE
       01 WS-TAB-SLA-CAT.
           05 WS-SLA-CAT OCCURS 5.
               10 WS-SCT-TOTAL      PIC 9(007).
               10 WS-SCT-NO-PRAZO   PIC 9(007).
               10 WS-SCT-FORA-PRAZO PIC 9(007).
               10 WS-SCT-VENCIDA    PIC 9(007).
               10 WS-SCT-A-VENCER   PIC 9(007).

       77 WS-QT-VEN PIC 9(003) VALUE ZEROS.
       77 WS-TAB-VEN-CHEIA PIC X VALUE 'N'.
           88 TAB-VEN-CHEIA VALUE 'S'.
       01 WS-TAB-SLA-VEN.
           05 WS-SLA-VEN OCCURS 500.
               10 WS-SVN-CD-VENDEDOR PIC 9(007).
               10 WS-SVN-TOTAL      PIC 9(007).
               10 WS-SVN-NO-PRAZO   PIC 9(007).
               10 WS-SVN-FORA-PRAZO PIC 9(007).
               10 WS-SVN-VENCIDA    PIC 9(007).
               10 WS-SVN-A-VENCER   PIC 9(007).

      * RESULTADO DA OCORRENCIA CORRENTE NO SLA
       77 WS-RESULTADO-SLA PIC X VALUE SPACES.
           88 SLA-NO-PRAZO   VALUE "N".
           88 SLA-FORA-PRAZO VALUE "F".
           88 SLA-VENCIDA    VALUE "V".
           88 SLA-A-VENCER   VALUE "A".

      * LINHA DE TOTAIS DO SLA (CATEGORIA OU VENDEDOR)
       01 WS-SLA-ACM.
           05 WS-ACM-TOTAL      PIC 9(007).
           05 WS-ACM-NO-PRAZO   PIC 9(007).
           05 WS-ACM-FORA-PRAZO PIC 9(007).
           05 WS-ACM-VENCIDA    PIC 9(007).
           05 WS-ACM-A-VENCER   PIC 9(007).
       77 WS-PC-ESTOURO PIC 9(003)V9 VALUE ZEROS.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA-AGING.
           05 WS-LAG-NR-OCORRENCIA   PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-CD-CLIENTE      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-CD-CATEGORIA    PIC X(1).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-CD-PRIORIDADE   PIC X(1).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-CD-AREA         PIC X(3).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-DT-ABERTURA     PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-DT-PRAZO        PIC 9(8).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-QT-DIAS         PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-FAIXA           PIC X(5).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LAG-VENCIDA         PIC X(7).

       01 WS-LINHA-SLA.
           05 WS-LSL-DESCRICAO       PIC X(20).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-TOTAL           PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-NO-PRAZO        PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-FORA-PRAZO      PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-VENCIDA         PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-A-VENCER        PIC ZZZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LSL-PC-ESTOURO      PIC ZZ9.9.

       01 WS-LSL-VENDEDOR.
           05 WS-LSL-CD-VENDEDOR     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE " ".
           05 WS-LSL-NM-VENDEDOR     PIC X(12).

       COPY CPY_ID_ARQ_OCORRENCIA.
       COPY CPY_ID_ARQ_VENDEDOR.

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
       77 WS-CD-VENDEDOR-FIL PIC 9(007) VALUE ZEROS.

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

       01 SS-TELA-SAC.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "SLA - Abertas de (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INI.
               10 COLUMN PLUS 2 VALUE "ate:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
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

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-OCORRENCIA
           END-IF
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-VENDEDOR

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-OCORRENCIA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  6          TO WS-NUML-CURR
           MOVE "RELATORIO DE OCORRENCIAS SAC" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-INI WS-DT-FIM
           MOVE "01" TO WS-DT-INI(7:2)

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O FILTRO E EMITE AS DUAS PARTES DO RELATORIO
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

           IF WS-DT-INI GREATER WS-DT-FIM
               MOVE "PERIODO INVALIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           OPEN INPUT ARQ-OCORRENCIA
           IF FS-STAT-OCO-NAO-EXISTE
               MOVE "NENHUMA OCORRENCIA REGISTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EMITE-RELATORIOX
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF E-GERAR-SIM
               DISPLAY SS-TELA-ARQUIVO
               ACCEPT SS-TELA-ARQUIVO
               OPEN OUTPUT ARQ-SAIDA
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "OCORRENCIAS SAC - POSICAO EM " DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           MOVE ZEROS TO WS-TAB-FAIXA-QT WS-QT-ABERTAS WS-QT-VENCIDAS
                         WS-TAB-SLA-CAT WS-QT-VEN
           MOVE 'N' TO WS-TAB-VEN-CHEIA

           MOVE "AGING DAS OCORRENCIAS EM ABERTO" TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "Ocorr. |Cliente|C|P|Ar.|" DELIMITED BY SIZE
                  "Abertura|Prazo   | Dias|Faixa|" DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           MOVE LOW-VALUES TO FS-OCO-KEY
           PERFORM 6000-LE-PROX-OCORRENCIA

      * A OCORRENCIA E DA FILIAL DO VENDEDOR RESPONSAVEL
           PERFORM UNTIL NOT FS-STAT-OCO-OK
               MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
               IF NOT E-TODAS-FILIAIS
                   MOVE FS-OCO-CD-VENDEDOR TO WS-CD-VENDEDOR-FIL
                   PERFORM 1950-FILIAL-VENDEDOR
               END-IF
               IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                   IF FS-OCO-EM-ABERTO
                       PERFORM 2000-AGING-OCORRENCIA
                   END-IF
                   IF FS-OCO-DT-ABERTURA NOT LESS WS-DT-INI AND
                      FS-OCO-DT-ABERTURA NOT GREATER WS-DT-FIM
                       PERFORM 2100-SLA-OCORRENCIA
                   END-IF
               END-IF
               PERFORM 6000-LE-PROX-OCORRENCIA
           END-PERFORM

           PERFORM 3000-MOSTRA-FAIXAS
           PERFORM 3100-MOSTRA-SLA

           CLOSE ARQ-OCORRENCIA
           CLOSE ARQ-VENDEDOR

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * LINHA DO AGING DA OCORRENCIA EM ABERTO E CONTAGEM DA FAIXA
       2000-AGING-OCORRENCIA SECTION.

           COMPUTE WS-QT-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) -
               FUNCTION INTEGER-OF-DATE(FS-OCO-DT-ABERTURA)

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX NOT LESS 5 OR
                         WS-QT-DIAS NOT GREATER WS-FAIXA-LIMITE(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM

           ADD 1 TO WS-FAIXA-QT(WS-IDX)
           ADD 1 TO WS-QT-ABERTAS

           MOVE FS-OCO-NR-OCORRENCIA TO WS-LAG-NR-OCORRENCIA
           MOVE FS-OCO-CD-CLIENTE    TO WS-LAG-CD-CLIENTE
           MOVE FS-OCO-CD-CATEGORIA  TO WS-LAG-CD-CATEGORIA
           MOVE FS-OCO-CD-PRIORIDADE TO WS-LAG-CD-PRIORIDADE
           MOVE FS-OCO-CD-AREA       TO WS-LAG-CD-AREA
           MOVE FS-OCO-DT-ABERTURA   TO WS-LAG-DT-ABERTURA
           MOVE FS-OCO-DT-PRAZO      TO WS-LAG-DT-PRAZO
           MOVE WS-QT-DIAS           TO WS-LAG-QT-DIAS
           MOVE WS-FAIXA-NOME(WS-IDX) TO WS-LAG-FAIXA

           IF WS-DT-HOJE GREATER FS-OCO-DT-PRAZO
               MOVE "VENCIDA" TO WS-LAG-VENCIDA
               ADD 1 TO WS-QT-VENCIDAS
           ELSE
               MOVE SPACES TO WS-LAG-VENCIDA
           END-IF

           MOVE WS-LINHA-AGING TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       2000-AGING-OCORRENCIAX. EXIT.

      * -----------------------------------
      * CLASSIFICA A OCORRENCIA DO PERIODO QUANTO AO SLA E SOMA NA
      * CATEGORIA E NO VENDEDOR
       2100-SLA-OCORRENCIA SECTION.

           EVALUATE TRUE
               WHEN FS-OCO-FECHADA AND
                    FS-OCO-DT-FECHAMENTO GREATER FS-OCO-DT-PRAZO
                   MOVE "F" TO WS-RESULTADO-SLA
               WHEN FS-OCO-FECHADA
                   MOVE "N" TO WS-RESULTADO-SLA
               WHEN WS-DT-HOJE GREATER FS-OCO-DT-PRAZO
                   MOVE "V" TO WS-RESULTADO-SLA
               WHEN OTHER
                   MOVE "A" TO WS-RESULTADO-SLA
           END-EVALUATE

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX NOT LESS 5 OR
                         WS-CAT-CODIGO(WS-IDX) EQUAL FS-OCO-CD-CATEGORIA
               ADD 1 TO WS-IDX
           END-PERFORM

           ADD 1 TO WS-SCT-TOTAL(WS-IDX)
           EVALUATE TRUE
               WHEN SLA-NO-PRAZO
                   ADD 1 TO WS-SCT-NO-PRAZO(WS-IDX)
               WHEN SLA-FORA-PRAZO
                   ADD 1 TO WS-SCT-FORA-PRAZO(WS-IDX)
               WHEN SLA-VENCIDA
                   ADD 1 TO WS-SCT-VENCIDA(WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SCT-A-VENCER(WS-IDX)
           END-EVALUATE

           PERFORM 2200-LOCALIZA-VENDEDOR
           IF WS-IDX-VEN EQUAL ZEROS
               GO TO 2100-SLA-OCORRENCIAX
           END-IF

           ADD 1 TO WS-SVN-TOTAL(WS-IDX-VEN)
           EVALUATE TRUE
               WHEN SLA-NO-PRAZO
                   ADD 1 TO WS-SVN-NO-PRAZO(WS-IDX-VEN)
               WHEN SLA-FORA-PRAZO
                   ADD 1 TO WS-SVN-FORA-PRAZO(WS-IDX-VEN)
               WHEN SLA-VENCIDA
                   ADD 1 TO WS-SVN-VENCIDA(WS-IDX-VEN)
               WHEN OTHER
                   ADD 1 TO WS-SVN-A-VENCER(WS-IDX-VEN)
           END-EVALUATE.

       2100-SLA-OCORRENCIAX. EXIT.

      * -----------------------------------
      * LOCALIZA (OU CRIA) O VENDEDOR DA OCORRENCIA NA TABELA; COM A
      * TABELA CHEIA DEVOLVE ZERO E O VENDEDOR FICA FORA DO QUADRO
       2200-LOCALIZA-VENDEDOR SECTION.

           MOVE ZEROS TO WS-IDX-VEN

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QT-VEN OR
                         WS-IDX-VEN GREATER ZEROS
               IF WS-SVN-CD-VENDEDOR(WS-IDX) EQUAL FS-OCO-CD-VENDEDOR
                   MOVE WS-IDX TO WS-IDX-VEN
               END-IF
           END-PERFORM

           IF WS-IDX-VEN EQUAL ZEROS
               IF WS-QT-VEN LESS 500
                   ADD 1 TO WS-QT-VEN
                   MOVE WS-QT-VEN TO WS-IDX-VEN
                   MOVE FS-OCO-CD-VENDEDOR
                     TO WS-SVN-CD-VENDEDOR(WS-IDX-VEN)
                   MOVE ZEROS TO WS-SVN-TOTAL(WS-IDX-VEN)
                                 WS-SVN-NO-PRAZO(WS-IDX-VEN)
                                 WS-SVN-FORA-PRAZO(WS-IDX-VEN)
                                 WS-SVN-VENCIDA(WS-IDX-VEN)
                                 WS-SVN-A-VENCER(WS-IDX-VEN)
               ELSE
                   MOVE 'S' TO WS-TAB-VEN-CHEIA
               END-IF
           END-IF.

       2200-LOCALIZA-VENDEDORX. EXIT.

      * -----------------------------------
      * QUANTIDADE DE OCORRENCIAS EM ABERTO POR FAIXA DE IDADE
       3000-MOSTRA-FAIXAS SECTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX GREATER 5
               MOVE SPACES TO WS-LINHA-TITULO
               STRING "FAIXA " DELIMITED BY SIZE
                      WS-FAIXA-NOME(WS-IDX) DELIMITED BY SIZE
                      " DIAS: " DELIMITED BY SIZE
                      WS-FAIXA-QT(WS-IDX) DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "TOTAL EM ABERTO: " DELIMITED BY SIZE
                  WS-QT-ABERTAS DELIMITED BY SIZE
                  "  VENCIDAS: " DELIMITED BY SIZE
                  WS-QT-VENCIDAS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       3000-MOSTRA-FAIXASX. EXIT.

      * -----------------------------------
      * QUADRO DE ESTOURO DE SLA POR CATEGORIA E POR VENDEDOR
       3100-MOSTRA-SLA SECTION.

           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           STRING "ESTOURO DE SLA - ABERTAS DE " DELIMITED BY SIZE
                  WS-DT-INI DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO
           MOVE SPACES TO WS-LINHA-TITULO
           STRING "Categoria/Vendedor  | Total|" DELIMITED BY SIZE
                  "NoPraz|ForaPz|Vencid|AVence|% Est" DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX GREATER 5
               MOVE WS-CAT-NOME(WS-IDX)       TO WS-LSL-DESCRICAO
               MOVE WS-SCT-TOTAL(WS-IDX)      TO WS-ACM-TOTAL
               MOVE WS-SCT-NO-PRAZO(WS-IDX)   TO WS-ACM-NO-PRAZO
               MOVE WS-SCT-FORA-PRAZO(WS-IDX) TO WS-ACM-FORA-PRAZO
               MOVE WS-SCT-VENCIDA(WS-IDX)    TO WS-ACM-VENCIDA
               MOVE WS-SCT-A-VENCER(WS-IDX)   TO WS-ACM-A-VENCER
               PERFORM 3200-MOSTRA-LINHA-SLA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-QT-VEN
               MOVE WS-SVN-CD-VENDEDOR(WS-IDX) TO WS-LSL-CD-VENDEDOR
               MOVE WS-SVN-CD-VENDEDOR(WS-IDX) TO FS-VEN-CD-VENDEDOR
               READ ARQ-VENDEDOR
                   INVALID KEY
                       MOVE SPACES TO WS-LSL-NM-VENDEDOR
                   NOT INVALID KEY
                       MOVE FS-VEN-NM-VENDEDOR TO WS-LSL-NM-VENDEDOR
               END-READ
               MOVE WS-LSL-VENDEDOR            TO WS-LSL-DESCRICAO
               MOVE WS-SVN-TOTAL(WS-IDX)       TO WS-ACM-TOTAL
               MOVE WS-SVN-NO-PRAZO(WS-IDX)    TO WS-ACM-NO-PRAZO
               MOVE WS-SVN-FORA-PRAZO(WS-IDX)  TO WS-ACM-FORA-PRAZO
               MOVE WS-SVN-VENCIDA(WS-IDX)     TO WS-ACM-VENCIDA
               MOVE WS-SVN-A-VENCER(WS-IDX)    TO WS-ACM-A-VENCER
               PERFORM 3200-MOSTRA-LINHA-SLA
           END-PERFORM

           IF TAB-VEN-CHEIA
               MOVE "ATENCAO: TABELA CHEIA, QUADRO PARCIAL"
                 TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF.

       3100-MOSTRA-SLAX. EXIT.

      * -----------------------------------
      * MONTA E MOSTRA A LINHA DE SLA ACUMULADA EM WS-SLA-ACM
       3200-MOSTRA-LINHA-SLA SECTION.

           MOVE WS-ACM-TOTAL      TO WS-LSL-TOTAL
           MOVE WS-ACM-NO-PRAZO   TO WS-LSL-NO-PRAZO
           MOVE WS-ACM-FORA-PRAZO TO WS-LSL-FORA-PRAZO
           MOVE WS-ACM-VENCIDA    TO WS-LSL-VENCIDA
           MOVE WS-ACM-A-VENCER   TO WS-LSL-A-VENCER

           MOVE ZEROS TO WS-PC-ESTOURO
           IF WS-ACM-TOTAL GREATER ZEROS
               COMPUTE WS-PC-ESTOURO ROUNDED =
                   (WS-ACM-FORA-PRAZO + WS-ACM-VENCIDA) * 100
                   / WS-ACM-TOTAL
           END-IF
           MOVE WS-PC-ESTOURO TO WS-LSL-PC-ESTOURO

           MOVE WS-LINHA-SLA TO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO.

       3200-MOSTRA-LINHA-SLAX. EXIT.

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
      * LE A PROXIMA OCORRENCIA PELA CHAVE
       6000-LE-PROX-OCORRENCIA SECTION.

           START ARQ-OCORRENCIA KEY > FS-OCO-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-OCO
               NOT INVALID KEY
                   READ ARQ-OCORRENCIA NEXT
                       AT END MOVE 99 TO FS-STAT-OCO
                   END-READ
           END-START.

       6000-LE-PROX-OCORRENCIAX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REL_SAC" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "SLA DE " DELIMITED BY SIZE
                  WS-DT-INI DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-DT-FIM DELIMITED BY SIZE
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
      * FILIAL DO VENDEDOR EM WS-CD-VENDEDOR-FIL, PELA REGIAO DELE;
      * VENDEDOR NAO ENCONTRADO FICA NA MATRIZ
       1950-FILIAL-VENDEDOR SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE WS-CD-VENDEDOR-FIL TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           END-IF.

       1950-FILIAL-VENDEDORX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_SAC" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_SAC.
