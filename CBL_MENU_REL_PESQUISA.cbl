      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Relatorio Mensal de Precos da Concorrencia
      * Tectonics: cobc
      ******************************************************************
      * CONSOLIDA AS OBSERVACOES DE PESQUISA.IDX DO MES INFORMADO POR
      * PRODUTO E REGIAO DO CLIENTE, COMPARANDO:
      *   - A MEDIA DO PRECO DE GONDOLA DA CONCORRENCIA;
      *   - A MEDIA DO NOSSO PRECO DE GONDOLA OBSERVADO;
      *   - O NOSSO PRECO DE TABELA EM VIGOR NO FIM DO MES EM
      *     ARQ-PRECO (TABELA DA REGIAO, SENAO A GERAL);
      *   - A MEDIA DO PRECO DE CONTRATO DOS CLIENTES PESQUISADOS QUE
      *     TEM CONTRATO VIGENTE NA DATA DA OBSERVACAO.
      * O PRODUTO E SINALIZADO QUANDO O PRECO DE TABELA PASSA DA
      * MEDIA DA CONCORRENCIA EM MAIS QUE O PERCENTUAL DO PARAMETRO
      * PESQUISA-PC-ACIMA (PADRAO 10%), AJUSTAVEL NA TELA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_PESQUISA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PES-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PES.

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

           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CON-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CON.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PESQUISA.
       COPY FS-ARQ-PESQUISA.

       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-PRODUTO.
       COPY FS-ARQ-PRODUTO.

       FD ARQ-PRECO.
       COPY FS-ARQ-PRECO.

       FD ARQ-CONTRATO.
       COPY FS-ARQ-CONTRATO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PES PIC 9(02).
           88 FS-STAT-PES-OK         VALUE 00.
           88 FS-STAT-PES-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-PRE PIC 9(02).
           88 FS-STAT-PRE-OK         VALUE 00.

       77 FS-STAT-CON PIC 9(02).
           88 FS-STAT-CON-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_PESQUISA.TXT".
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
      * DATA DE REFERENCIA DO PRECO DE TABELA: ULTIMO DIA POSSIVEL DO
      * MES, SO USADA COMO LIMITE NA COMPARACAO COM A VIGENCIA
       77 WS-DT-REFERENCIA PIC 9(008) VALUE ZEROS.
       77 WS-PC-LIMITE  PIC 9(003)V99 VALUE 10.

       77 WS-CD-CLIENTE-ANT PIC 9(007) VALUE ZEROS.
       77 WS-CD-REGIAO-CLI  PIC X(004) VALUE SPACES.
       77 WS-REGIAO-BUSCA   PIC X(004) VALUE SPACES.
       77 WS-PRECO-ACHADO PIC X VALUE 'N'.
           88 E-PRECO-ACHADO VALUE 'S'.
       77 WS-VL-TABELA    PIC 9(007)V99 VALUE ZEROS.

      * ACUMULADO POR PRODUTO E REGIAO, MANTIDO EM ORDEM DE CHAVE
       01 WS-PES-CHAVE.
           05 WS-PES-CHV-PRODUTO PIC 9(007).
           05 WS-PES-CHV-REGIAO  PIC X(004).

       01 WS-TAB-PES.
           05 WS-TAB-PES-ITEM OCCURS 2000.
               10 WS-TAB-CHAVE.
                   15 WS-TAB-CD-PRODUTO  PIC 9(007).
                   15 WS-TAB-CD-REGIAO   PIC X(004).
               10 WS-TAB-QT-OBS      PIC 9(005).
               10 WS-TAB-VL-CONC     PIC 9(011)V99.
               10 WS-TAB-QT-PROPRIO  PIC 9(005).
               10 WS-TAB-VL-PROPRIO  PIC 9(011)V99.
               10 WS-TAB-QT-CONTRATO PIC 9(005).
               10 WS-TAB-VL-CONTRATO PIC 9(011)V99.
       77 WS-TAB-PES-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-PES-IDX PIC 9(004) VALUE ZEROS.
       77 WS-TAB-PES-DESL PIC 9(004) VALUE ZEROS.
       77 WS-TAB-ESTOURO PIC X VALUE 'N'.
           88 E-TAB-ESTOURO VALUE 'S'.

       77 WS-VL-MEDIA-CONC     PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-MEDIA-PROPRIO  PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-MEDIA-CONTRATO PIC 9(007)V99 VALUE ZEROS.
       77 WS-PC-DIFERENCA      PIC S9(005)V99 VALUE ZEROS.

       77 WS-QT-OBS-MES    PIC 9(007) VALUE ZEROS.
       77 WS-QT-SINALIZADOS PIC 9(005) VALUE ZEROS.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA.
           05 WS-LIN-CD-PRODUTO      PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-DS-PRODUTO      PIC X(12).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-CD-REGIAO       PIC X(4).
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-QT-OBS          PIC ZZZ9.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-VL-CONC         PIC ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-VL-PROPRIO      PIC ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-VL-TABELA       PIC ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-VL-CONTRATO     PIC ZZZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-PC-DIFERENCA    PIC -ZZ9.99.
           05 FILLER                 PIC X(1) VALUE "|".
           05 WS-LIN-IND-ACIMA       PIC X(5).

       COPY CPY_ID_ARQ_PESQUISA.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_PRECO.
       COPY CPY_ID_ARQ_CONTRATO.

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

       01 SS-TELA-PESQUISA.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Mes (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-ANO-MES.
               10 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 03 COLUMN 2 VALUE "% acima do mercado:".
               10 COLUMN PLUS 2 PIC 9(03).99 USING WS-PC-LIMITE.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
               10 LINE 04 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           05 SS-REPORT-HEADER.
               10 LINE 06 COLUMN 1 VALUE "==============================
      -"==================================================".
               10 LINE 07 COLUMN 1 VALUE "Produto".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Descricao   ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Reg.".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Obs.".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Concorr.".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Gondola ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Tabela  ".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Contrato".
               10 COLUMN PLUS 1 VALUE "|".
               10 COLUMN PLUS 1 VALUE "Dif. %".
               10 LINE 08 COLUMN 1 VALUE "==============================
      -"==================================================".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION  USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PESQUISA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           MOVE  9          TO WS-NUML-CURR
           MOVE "RELATORIO PRECOS DA CONCORRENCIA" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE ZEROS       TO WS-TAB-PES-QTD WS-QT-OBS-MES
                               WS-QT-SINALIZADOS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           MOVE "PESQUISA-PC-ACIMA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE FUNCTION NUMVAL(LK-PAR-VALOR) TO WS-PC-LIMITE
           END-IF

           PERFORM 1000-EMITE-RELATORIO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O FILTRO, ACUMULA O MES E EMITE O RELATORIO
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
               STRING "PRECOS DA CONCORRENCIA - MES " DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                 INTO WS-LINHA-TITULO
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           DISPLAY SS-REPORT-HEADER

           OPEN INPUT ARQ-PESQUISA
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PRECO
           OPEN INPUT ARQ-CONTRATO

           IF NOT FS-STAT-PES-NAO-EXISTE
               PERFORM 2000-ACUMULA-PESQUISAS
           END-IF

           PERFORM VARYING WS-TAB-PES-IDX FROM 1 BY 1
             UNTIL WS-TAB-PES-IDX GREATER WS-TAB-PES-QTD
               PERFORM 3000-MOSTRA-PRODUTO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-TITULO
           STRING "OBSERVACOES NO MES: " DELIMITED BY SIZE
                  WS-QT-OBS-MES DELIMITED BY SIZE
                  "  ACIMA DO MERCADO: " DELIMITED BY SIZE
                  WS-QT-SINALIZADOS DELIMITED BY SIZE
             INTO WS-LINHA-TITULO
           PERFORM 3900-MOSTRA-TITULO

           IF E-TAB-ESTOURO
               MOVE "TABELA CHEIA - PRODUTOS/REGIOES ALEM DE 2000 IGNOR
      -            "ADOS" TO WS-LINHA-TITULO
               PERFORM 3900-MOSTRA-TITULO
           END-IF

           CLOSE ARQ-PESQUISA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PRECO
           CLOSE ARQ-CONTRATO

           IF E-GERAR-SIM
               CLOSE ARQ-SAIDA
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "RELATORIO CONCLUIDO. EXC PARA RETORNAR."
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EMITE-RELATORIOX. EXIT.

      * -----------------------------------
      * PERCORRE TODA A PESQUISA (CHAVE POR CLIENTE) E ACUMULA AS
      * OBSERVACOES DO MES NA TABELA POR PRODUTO E REGIAO
       2000-ACUMULA-PESQUISAS SECTION.

           MOVE ZEROS TO WS-CD-CLIENTE-ANT
           MOVE LOW-VALUES TO FS-PES-KEY

           START ARQ-PESQUISA KEY GREATER FS-PES-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PES
               NOT INVALID KEY
                   READ ARQ-PESQUISA NEXT
                       AT END MOVE 99 TO FS-STAT-PES
                   END-READ
           END-START

           PERFORM UNTIL NOT FS-STAT-PES-OK

               IF FS-PES-DT-PESQUISA(1:6) EQUAL WS-ANO-MES
                   PERFORM 2100-REGIAO-CLIENTE
                   MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
                   IF NOT E-TODAS-FILIAIS
                       MOVE WS-CD-REGIAO-CLI TO WS-CD-REGIAO-FIL
                       PERFORM 1910-FILIAL-REGIAO
                   END-IF
                   IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       ADD 1 TO WS-QT-OBS-MES
                       PERFORM 2200-LOCALIZA-ITEM
                       IF WS-TAB-PES-IDX GREATER ZEROS
                           PERFORM 2300-SOMA-OBSERVACAO
                       END-IF
                   END-IF
               END-IF

               READ ARQ-PESQUISA NEXT
                   AT END MOVE 99 TO FS-STAT-PES
               END-READ
           END-PERFORM.

       2000-ACUMULA-PESQUISASX. EXIT.

      * -----------------------------------
      * REGIAO DO CLIENTE DA OBSERVACAO (LIDO UMA VEZ POR CLIENTE)
       2100-REGIAO-CLIENTE SECTION.

           IF FS-PES-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-ANT
               MOVE FS-PES-CD-CLIENTE TO WS-CD-CLIENTE-ANT
               MOVE FS-PES-CD-CLIENTE TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
                   INVALID KEY
                       MOVE SPACES TO WS-CD-REGIAO-CLI
                   NOT INVALID KEY
                       MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO-CLI
               END-READ
           END-IF.

       2100-REGIAO-CLIENTEX. EXIT.

      * -----------------------------------
      * LOCALIZA O PRODUTO/REGIAO NA TABELA ORDENADA, ABRINDO A
      * POSICAO QUANDO NAO EXISTE; ZERO EM WS-TAB-PES-IDX QUANDO A
      * TABELA ESTA CHEIA
       2200-LOCALIZA-ITEM SECTION.

           MOVE FS-PES-CD-PRODUTO TO WS-PES-CHV-PRODUTO
           MOVE WS-CD-REGIAO-CLI  TO WS-PES-CHV-REGIAO

           PERFORM VARYING WS-TAB-PES-IDX FROM 1 BY 1
             UNTIL WS-TAB-PES-IDX GREATER WS-TAB-PES-QTD OR
                   WS-TAB-CHAVE(WS-TAB-PES-IDX) NOT LESS WS-PES-CHAVE
               CONTINUE
           END-PERFORM

           IF WS-TAB-PES-IDX NOT GREATER WS-TAB-PES-QTD AND
              WS-TAB-CHAVE(WS-TAB-PES-IDX) EQUAL WS-PES-CHAVE
               GO TO 2200-LOCALIZA-ITEMX
           END-IF

           IF WS-TAB-PES-QTD NOT LESS 2000
               MOVE 'S' TO WS-TAB-ESTOURO
               MOVE ZEROS TO WS-TAB-PES-IDX
               GO TO 2200-LOCALIZA-ITEMX
           END-IF

           PERFORM VARYING WS-TAB-PES-DESL FROM WS-TAB-PES-QTD BY -1
             UNTIL WS-TAB-PES-DESL LESS WS-TAB-PES-IDX
               MOVE WS-TAB-PES-ITEM(WS-TAB-PES-DESL)
                 TO WS-TAB-PES-ITEM(WS-TAB-PES-DESL + 1)
           END-PERFORM

           ADD 1 TO WS-TAB-PES-QTD
           MOVE WS-PES-CHAVE TO WS-TAB-CHAVE(WS-TAB-PES-IDX)
           MOVE ZEROS TO WS-TAB-QT-OBS(WS-TAB-PES-IDX)
                         WS-TAB-VL-CONC(WS-TAB-PES-IDX)
                         WS-TAB-QT-PROPRIO(WS-TAB-PES-IDX)
                         WS-TAB-VL-PROPRIO(WS-TAB-PES-IDX)
                         WS-TAB-QT-CONTRATO(WS-TAB-PES-IDX)
                         WS-TAB-VL-CONTRATO(WS-TAB-PES-IDX).

       2200-LOCALIZA-ITEMX. EXIT.

      * -----------------------------------
      * SOMA A OBSERVACAO NO ITEM E O PRECO DE CONTRATO DO CLIENTE
      * VIGENTE NA DATA DA OBSERVACAO, QUANDO HOUVER
       2300-SOMA-OBSERVACAO SECTION.

           ADD 1 TO WS-TAB-QT-OBS(WS-TAB-PES-IDX)
           ADD FS-PES-VL-PRECO-CONC TO WS-TAB-VL-CONC(WS-TAB-PES-IDX)

           IF FS-PES-VL-PRECO-PROPRIO GREATER ZEROS
               ADD 1 TO WS-TAB-QT-PROPRIO(WS-TAB-PES-IDX)
               ADD FS-PES-VL-PRECO-PROPRIO
                 TO WS-TAB-VL-PROPRIO(WS-TAB-PES-IDX)
           END-IF

           MOVE FS-PES-CD-PRODUTO  TO FS-CON-CD-PRODUTO
           MOVE FS-PES-CD-CLIENTE  TO FS-CON-CD-CLIENTE
           MOVE FS-PES-DT-PESQUISA TO FS-CON-DT-VIGENCIA

           START ARQ-CONTRATO KEY NOT GREATER FS-CON-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CON
               NOT INVALID KEY
                   READ ARQ-CONTRATO NEXT
                       AT END MOVE 99 TO FS-STAT-CON
                   END-READ
           END-START

           IF FS-STAT-CON-OK AND
              FS-CON-CD-PRODUTO EQUAL FS-PES-CD-PRODUTO AND
              FS-CON-CD-CLIENTE EQUAL FS-PES-CD-CLIENTE AND
              FS-CON-DT-VIGENCIA NOT GREATER FS-PES-DT-PESQUISA AND
              (FS-CON-DT-EXPIRA EQUAL ZEROS OR
               FS-CON-DT-EXPIRA NOT LESS FS-PES-DT-PESQUISA)
               ADD 1 TO WS-TAB-QT-CONTRATO(WS-TAB-PES-IDX)
               ADD FS-CON-VL-PRECO
                 TO WS-TAB-VL-CONTRATO(WS-TAB-PES-IDX)
           END-IF.

       2300-SOMA-OBSERVACAOX. EXIT.

      * -----------------------------------
      * MOSTRA O ITEM CORRENTE DA TABELA COM AS MEDIAS, O PRECO DE
      * TABELA E A DIFERENCA PERCENTUAL SOBRE A CONCORRENCIA
       3000-MOSTRA-PRODUTO SECTION.

           MOVE ZEROS TO WS-VL-MEDIA-PROPRIO WS-VL-MEDIA-CONTRATO
                         WS-PC-DIFERENCA
           MOVE SPACES TO WS-LIN-IND-ACIMA

           COMPUTE WS-VL-MEDIA-CONC ROUNDED =
               WS-TAB-VL-CONC(WS-TAB-PES-IDX) /
               WS-TAB-QT-OBS(WS-TAB-PES-IDX)
           IF WS-TAB-QT-PROPRIO(WS-TAB-PES-IDX) GREATER ZEROS
               COMPUTE WS-VL-MEDIA-PROPRIO ROUNDED =
                   WS-TAB-VL-PROPRIO(WS-TAB-PES-IDX) /
                   WS-TAB-QT-PROPRIO(WS-TAB-PES-IDX)
           END-IF
           IF WS-TAB-QT-CONTRATO(WS-TAB-PES-IDX) GREATER ZEROS
               COMPUTE WS-VL-MEDIA-CONTRATO ROUNDED =
                   WS-TAB-VL-CONTRATO(WS-TAB-PES-IDX) /
                   WS-TAB-QT-CONTRATO(WS-TAB-PES-IDX)
           END-IF

           PERFORM 3100-BUSCA-PRECO-TABELA

           IF WS-VL-TABELA GREATER ZEROS AND
              WS-VL-MEDIA-CONC GREATER ZEROS
               COMPUTE WS-PC-DIFERENCA ROUNDED =
                   (WS-VL-TABELA - WS-VL-MEDIA-CONC) * 100 /
                   WS-VL-MEDIA-CONC
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PC-DIFERENCA
               END-COMPUTE
               IF WS-PC-DIFERENCA GREATER 999.99
                   MOVE 999.99 TO WS-PC-DIFERENCA
               END-IF
               IF WS-PC-DIFERENCA GREATER WS-PC-LIMITE
                   MOVE "ACIMA" TO WS-LIN-IND-ACIMA
                   ADD 1 TO WS-QT-SINALIZADOS
               END-IF
           END-IF

           MOVE WS-TAB-CD-PRODUTO(WS-TAB-PES-IDX) TO WS-LIN-CD-PRODUTO
           MOVE WS-TAB-CD-REGIAO(WS-TAB-PES-IDX)  TO WS-LIN-CD-REGIAO
           MOVE WS-TAB-QT-OBS(WS-TAB-PES-IDX)     TO WS-LIN-QT-OBS
           MOVE WS-VL-MEDIA-CONC     TO WS-LIN-VL-CONC
           MOVE WS-VL-MEDIA-PROPRIO  TO WS-LIN-VL-PROPRIO
           MOVE WS-VL-TABELA         TO WS-LIN-VL-TABELA
           MOVE WS-VL-MEDIA-CONTRATO TO WS-LIN-VL-CONTRATO
           MOVE WS-PC-DIFERENCA      TO WS-LIN-PC-DIFERENCA

           MOVE WS-TAB-CD-PRODUTO(WS-TAB-PES-IDX) TO FS-PRO-CD-PRODUTO
           READ ARQ-PRODUTO
               INVALID KEY
                   MOVE SPACES TO WS-LIN-DS-PRODUTO
               NOT INVALID KEY
                   MOVE FS-PRO-DS-PRODUTO TO WS-LIN-DS-PRODUTO
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

       3000-MOSTRA-PRODUTOX. EXIT.

      * -----------------------------------
      * PRECO DE TABELA DO PRODUTO EM VIGOR NO FIM DO MES: TABELA DA
      * REGIAO E, NA FALTA DELA, A TABELA GERAL (REGIAO EM BRANCO)
       3100-BUSCA-PRECO-TABELA SECTION.

           MOVE ZEROS TO WS-VL-TABELA

           MOVE WS-TAB-CD-REGIAO(WS-TAB-PES-IDX) TO WS-REGIAO-BUSCA
           PERFORM 3150-POSICIONA-PRECO

           IF NOT E-PRECO-ACHADO AND
              WS-TAB-CD-REGIAO(WS-TAB-PES-IDX) NOT EQUAL SPACES
               MOVE SPACES TO WS-REGIAO-BUSCA
               PERFORM 3150-POSICIONA-PRECO
           END-IF

           IF E-PRECO-ACHADO
               MOVE FS-PRE-VL-PRECO TO WS-VL-TABELA
           END-IF.

       3100-BUSCA-PRECO-TABELAX. EXIT.

      * -----------------------------------
      * POSICIONA NA MAIOR VIGENCIA DO PRODUTO/REGIAO NAO POSTERIOR A
      * DATA DE REFERENCIA
       3150-POSICIONA-PRECO SECTION.

           MOVE 'N' TO WS-PRECO-ACHADO
           MOVE WS-TAB-CD-PRODUTO(WS-TAB-PES-IDX) TO FS-PRE-CD-PRODUTO
           MOVE WS-REGIAO-BUSCA  TO FS-PRE-CD-REGIAO
           MOVE WS-DT-REFERENCIA TO FS-PRE-DT-VIGENCIA

           START ARQ-PRECO KEY NOT GREATER FS-PRE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRE
               NOT INVALID KEY
                   READ ARQ-PRECO NEXT
                       AT END MOVE 99 TO FS-STAT-PRE
                   END-READ
           END-START

           IF FS-STAT-PRE-OK AND
              FS-PRE-CD-PRODUTO EQUAL
                  WS-TAB-CD-PRODUTO(WS-TAB-PES-IDX) AND
              FS-PRE-CD-REGIAO EQUAL WS-REGIAO-BUSCA AND
              FS-PRE-DT-VIGENCIA NOT GREATER WS-DT-REFERENCIA
               MOVE 'S' TO WS-PRECO-ACHADO
           END-IF.

       3150-POSICIONA-PRECOX. EXIT.

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

           MOVE "REL_PESQUISA" TO LK-SPL-ID-RELATORIO
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
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_REL_PESQUISA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_REL_PESQUISA.
