      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Sugestao de Compra pelo Historico de Consumo
      * Tectonics: cobc
      ******************************************************************
      * APURA A SAIDA MEDIA DIARIA DE CADA PRODUTO ATIVO PELOS
      * MOVIMENTOS "S" DE ARQ-MOVESTOQUE NOS ULTIMOS N DIAS
      * (PARAMETRO REPOSICAO-DIAS-HIST, PADRAO 90) E CALCULA O PONTO
      * DE PEDIDO = MEDIA X (PRAZO DE REPOSICAO + DIAS DE SEGURANCA).
      * PRAZO, SEGURANCA, PONTO FIXO, LOTE MINIMO E FORNECEDOR VEM DE
      * ARQ-REPOSICAO (CBL_MENU_ESTOQUE OPCAO 05); SEM PRAZO NO
      * PRODUTO VALE O DO FORNECEDOR E, NA FALTA DESTE, O PARAMETRO
      * REPOSICAO-PRAZO-PADRAO (PADRAO 7).
      * A POSICAO DO PRODUTO E O DISPONIVEL (SALDO MENOS RESERVA,
      * SOMADO EM TODOS OS DEPOSITOS - A COMPRA E DA EMPRESA E O
      * REMANEJAMENTO ENTRE DEPOSITOS E FEITO POR TRANSFERENCIA)
      * MAIS O SALDO DAS LINHAS DE COMPRA EM ABERTO MENOS O FALTANTE
      * PENDENTE EM ARQ-BACKORDER. COM A POSICAO NO PONTO DE PEDIDO
      * OU ABAIXO DELE, SUGERE COMPRAR ATE O PONTO MAIS A COBERTURA
      * DE REPOSICAO-DIAS-COBERTURA DIAS (PADRAO 30), RESPEITANDO O
      * LOTE MINIMO. A LISTA SAI POR FORNECEDOR EM
      * SUGESTAO_COMPRA_<AAAAMMDD>.TXT, REGISTRADA NO SPOOL. RODA
      * TAMBEM COMO PASSO DA CADEIA NOTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_SUGESTAO_COMPRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

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

           SELECT ARQ-REPOSICAO ASSIGN TO DISK WID-ARQ-REPOSICAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REP.

           SELECT ARQ-FORNECEDOR ASSIGN TO DISK WID-ARQ-FORNECEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FOR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FOR.

           SELECT ARQ-COMPRA ASSIGN TO DISK WID-ARQ-COMPRA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CMP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CMP.

           SELECT ARQ-COMPITEM ASSIGN TO DISK WID-ARQ-COMPITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CPI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPI.

           SELECT ARQ-BACKORDER ASSIGN TO DISK WID-ARQ-BACKORDER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-BCK-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BCK.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-MOVESTOQUE.

       COPY FS-ARQ-MOVESTOQUE.

       FD ARQ-REPOSICAO.

       COPY FS-ARQ-REPOSICAO.

       FD ARQ-FORNECEDOR.

       COPY FS-ARQ-FORNECEDOR.

       FD ARQ-COMPRA.

       COPY FS-ARQ-COMPRA.

       FD ARQ-COMPITEM.

       COPY FS-ARQ-COMPITEM.

       FD ARQ-BACKORDER.

       COPY FS-ARQ-BACKORDER.

       FD ARQ-CUSTO.

       COPY FS-ARQ-CUSTO.

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(100).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-CD-FORNECEDOR   PIC 9(007).
           05 SD-CD-PRODUTO      PIC 9(007).
           05 SD-QT-DISPONIVEL   PIC S9(007).
           05 SD-QT-ABERTO       PIC 9(007).
           05 SD-QT-BACKORDER    PIC 9(007).
           05 SD-QT-PONTO        PIC 9(007).
           05 SD-QT-MEDIA        PIC 9(005)V99.
           05 SD-QT-SUGERIDA     PIC 9(007).
           05 SD-VL-ESTIMADO     PIC 9(011)V99.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.

       77 FS-STAT-MOV PIC 9(02).
           88 FS-STAT-MOV-OK         VALUE 00.

       77 FS-STAT-REP PIC 9(02).
           88 FS-STAT-REP-OK         VALUE 00.
           88 FS-STAT-REP-NAO-EXISTE VALUE 35.

       77 FS-STAT-FOR PIC 9(02).
           88 FS-STAT-FOR-OK         VALUE 00.

       77 FS-STAT-CMP PIC 9(02).
           88 FS-STAT-CMP-OK         VALUE 00.

       77 FS-STAT-CPI PIC 9(02).
           88 FS-STAT-CPI-OK         VALUE 00.

       77 FS-STAT-BCK PIC 9(02).
           88 FS-STAT-BCK-OK         VALUE 00.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.

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
       77 WS-DT-INICIO PIC 9(008) VALUE ZEROS.

       77 WS-DIAS-HIST      PIC 9(003) VALUE 90.
       77 WS-DIAS-COBERTURA PIC 9(003) VALUE 30.
       77 WS-PRAZO-PADRAO   PIC 9(003) VALUE 7.

       77 WS-FIM-SORT-FILE PIC X(01) VALUE 'N'.

      * APURACAO DO PRODUTO CORRENTE
       77 WS-QT-SAIDAS      PIC 9(009) VALUE ZEROS.
       77 WS-QT-MEDIA       PIC 9(005)V99 VALUE ZEROS.
       77 WS-QT-PRAZO       PIC 9(003) VALUE ZEROS.
       77 WS-QT-SEGURANCA   PIC 9(003) VALUE ZEROS.
       77 WS-QT-PONTO-CALC  PIC 9(007) VALUE ZEROS.
       77 WS-QT-PONTO       PIC 9(007) VALUE ZEROS.
       77 WS-QT-LOTE-MINIMO PIC 9(005) VALUE ZEROS.
       77 WS-CD-FORNECEDOR  PIC 9(007) VALUE ZEROS.
       77 WS-QT-DISPONIVEL  PIC S9(007) VALUE ZEROS.
       77 WS-QT-ABERTO      PIC 9(007) VALUE ZEROS.
       77 WS-QT-BACKORDER   PIC 9(007) VALUE ZEROS.
       77 WS-QT-POSICAO     PIC S9(009) VALUE ZEROS.
       77 WS-QT-SUGERIDA    PIC S9(009) VALUE ZEROS.
       77 WS-VL-CUSTO       PIC 9(007)V99 VALUE ZEROS.
       77 WS-REP-ACHADO PIC X VALUE 'N'.
           88 E-REP-ACHADO VALUE 'S'.

      * SALDO EM ABERTO DE COMPRA E FALTANTE DE BACKORDER POR PRODUTO
       01 WS-TAB-PRD.
           05 WS-TAB-PRD-ITEM OCCURS 10000.
               10 WS-TAB-PRD-CD      PIC 9(007).
               10 WS-TAB-PRD-ABERTO  PIC 9(007).
               10 WS-TAB-PRD-BACKORD PIC 9(007).
       77 WS-TAB-PRD-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-PRD-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-PRD-ACH PIC 9(005) VALUE ZEROS.
       77 WS-PRD-BUSCA   PIC 9(007) VALUE ZEROS.
       77 WS-PRD-ACHADO PIC X VALUE 'N'.
           88 E-PRD-ACHADO VALUE 'S'.
       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

      * QUEBRA POR FORNECEDOR NA EMISSAO
       77 WS-FORNECEDOR-ANT PIC 9(007) VALUE ZEROS.
       77 WS-PRIMEIRO       PIC X VALUE 'S'.
           88 E-PRIMEIRO VALUE 'S'.
       77 WS-VL-FORNECEDOR  PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-GERAL       PIC 9(013)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-PRODUTOS   PIC 9(9) VALUE ZEROS.
           05 WQT-SUGESTOES  PIC 9(9) VALUE ZEROS.

       01 WS-LINHA-FOR.
           05 FILLER           PIC X(011) VALUE "FORNECEDOR ".
           05 WS-FOR-CODIGO    PIC 9(007).
           05 FILLER           PIC X(001) VALUE " ".
           05 WS-FOR-NOME      PIC X(040).
           05 FILLER           PIC X(007) VALUE " PRAZO ".
           05 WS-FOR-PRAZO     PIC ZZ9.

       01 WS-LINHA-CAB.
           05 FILLER PIC X(045) VALUE
              "  PRODUTO|DISPONIV| ABERTO|BACKORD|   PONTO|".
           05 FILLER PIC X(035) VALUE
              "MEDIA/DIA|SUGERIDO|VALOR ESTIMADO".

       01 WS-LINHA-REL.
           05 FILLER            PIC X(002) VALUE SPACES.
           05 WS-REL-PRODUTO    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-DISPONIVEL PIC -ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-ABERTO     PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-BACKORDER  PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PONTO      PIC ZZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-MEDIA      PIC ZZZZ9.99.
           05 FILLER            PIC X(002) VALUE " |".
           05 WS-REL-SUGERIDA   PIC ZZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-VALOR      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-SUB.
           05 FILLER            PIC X(030) VALUE
              "  TOTAL ESTIMADO FORNECEDOR: ".
           05 WS-SUB-VALOR      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(030) VALUE
              "TOTAL GERAL ESTIMADO:".
           05 WS-TOT-VALOR      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_REPOSICAO.
       COPY CPY_ID_ARQ_FORNECEDOR.
       COPY CPY_ID_ARQ_COMPRA.
       COPY CPY_ID_ARQ_COMPITEM.
       COPY CPY_ID_ARQ_BACKORDER.
       COPY CPY_ID_ARQ_CUSTO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

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
           05 LINE 10 COLUMN 10 VALUE "Produtos Avaliados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-PRODUTOS.
           05 LINE 11 COLUMN 10 VALUE "Sugestoes de Compra:".
           05 COLUMN PLUS 1 PIC 9(9) USING WQT-SUGESTOES.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PRODUTO
           END-IF
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-REPOSICAO
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-FORNECEDOR
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-COMPRA
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-COMPITEM
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-BACKORDER
           MOVE WNM-PATH-PRODUTO TO WNM-PATH-CUSTO

           MOVE "REPOSICAO-DIAS-HIST" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-HIST = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-DIAS-HIST EQUAL ZEROS
               MOVE 90 TO WS-DIAS-HIST
           END-IF

           MOVE "REPOSICAO-DIAS-COBERTURA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-COBERTURA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "REPOSICAO-PRAZO-PADRAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PRAZO-PADRAO = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PRODUTO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "SUGESTAO DE COMPRA" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE
           MOVE ZEROS TO WS-TAB-PRD-QTD WS-VL-GERAL
           MOVE 'N' TO WS-TAB-CHEIA

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DT-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
               - WS-DIAS-HIST)

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
           END-IF

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "SUGESTAO_COMPRA_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO

           PERFORM 5000-ABRIR-ARQUIVOS

           IF FS-STAT-PRO-NAO-EXISTE
               MOVE "CADASTRO DE PRODUTOS AUSENTE" TO WS-MSGERRO
               MOVE 1 TO LK-RETURN-CODE
           ELSE
               PERFORM 2000-CARREGA-COMPRAS
               PERFORM 2100-CARREGA-BACKORDERS

               MOVE "N" TO WS-FIM-SORT-FILE
               SORT SORT-FILE
                   ASCENDING KEY SD-CD-FORNECEDOR
                   ASCENDING KEY SD-CD-PRODUTO
                   INPUT PROCEDURE 3000-AVALIA-PRODUTOS
                   OUTPUT PROCEDURE 4000-EMITE-SUGESTAO

               MOVE SPACES TO WS-MSGERRO
               STRING "SUGESTAO DE COMPRA: " DELIMITED BY SIZE
                      WQT-PRODUTOS DELIMITED BY SIZE
                      " PRODUTOS, " DELIMITED BY SIZE
                      WQT-SUGESTOES DELIMITED BY SIZE
                      " SUGESTOES" DELIMITED BY SIZE
                 INTO WS-MSGERRO
               IF E-TAB-CHEIA
                   MOVE "TABELA DE PRODUTOS CHEIA - SUGESTAO PARCIAL"
                     TO WS-MSGERRO
               END-IF
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           IF LK-RETURN-CODE EQUAL ZEROS
               PERFORM 8500-REGISTRA-SPOOL
           END-IF

           MOVE "CBL_SUGESTAO_COMPRA" TO LK-LOG-PROGRAMA
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
      * ACUMULA POR PRODUTO O SALDO A RECEBER DAS LINHAS DE COMPRA EM
      * ABERTO DOS PEDIDOS PENDENTES
       2000-CARREGA-COMPRAS SECTION.

           MOVE LOW-VALUES TO FS-CPI-KEY
           PERFORM 6100-LE-PROX-ITEM-CMP

           PERFORM UNTIL NOT FS-STAT-CPI-OK

               IF FS-CPI-ABERTA AND
                  FS-CPI-QT-RECEBIDA LESS FS-CPI-QT-PEDIDA
                   MOVE FS-CPI-NR-PEDIDO TO FS-CMP-NR-PEDIDO
                   READ ARQ-COMPRA
                   IF FS-STAT-CMP-OK AND FS-CMP-PENDENTE
                       MOVE FS-CPI-CD-PRODUTO TO WS-PRD-BUSCA
                       PERFORM 6500-POSICIONA-TABELA
                       IF WS-TAB-PRD-ACH GREATER ZEROS
                           COMPUTE WS-TAB-PRD-ABERTO(WS-TAB-PRD-ACH) =
                               WS-TAB-PRD-ABERTO(WS-TAB-PRD-ACH)
                             + FS-CPI-QT-PEDIDA - FS-CPI-QT-RECEBIDA
                       END-IF
                   END-IF
               END-IF

               PERFORM 6100-LE-PROX-ITEM-CMP
           END-PERFORM.

       2000-CARREGA-COMPRASX. EXIT.

      * -----------------------------------
      * ACUMULA POR PRODUTO O FALTANTE PENDENTE EM BACKORDER
       2100-CARREGA-BACKORDERS SECTION.

           MOVE LOW-VALUES TO FS-BCK-KEY
           PERFORM 6200-LE-PROX-BACKORDER

           PERFORM UNTIL NOT FS-STAT-BCK-OK

               IF FS-BCK-PENDENTE
                   MOVE FS-BCK-CD-PRODUTO TO WS-PRD-BUSCA
                   PERFORM 6500-POSICIONA-TABELA
                   IF WS-TAB-PRD-ACH GREATER ZEROS
                       ADD FS-BCK-QT-PENDENTE
                         TO WS-TAB-PRD-BACKORD(WS-TAB-PRD-ACH)
                   END-IF
               END-IF

               PERFORM 6200-LE-PROX-BACKORDER
           END-PERFORM.

       2100-CARREGA-BACKORDERSX. EXIT.

      * -----------------------------------
      * AVALIA CADA PRODUTO ATIVO E LIBERA PARA O SORT OS QUE ESTAO
      * NO PONTO DE PEDIDO OU ABAIXO DELE
       3000-AVALIA-PRODUTOS SECTION.

           MOVE LOW-VALUES TO FS-PRO-KEY
           PERFORM 6000-LE-PROX-PRODUTO

           PERFORM UNTIL NOT FS-STAT-PRO-OK

               IF NOT FS-PRO-INATIVO
                   ADD 1 TO WQT-PRODUTOS
                   PERFORM 3100-APURA-SAIDAS
                   PERFORM 3200-CALCULA-PONTO
                   PERFORM 3300-CALCULA-POSICAO
                   PERFORM 3400-CALCULA-SUGESTAO
               END-IF

               PERFORM 6000-LE-PROX-PRODUTO
           END-PERFORM.

       3000-AVALIA-PRODUTOSX. EXIT.

      * -----------------------------------
      * SOMA AS SAIDAS "S" DO PRODUTO NO PERIODO E APURA A MEDIA
      * DIARIA (A SAIDA DE TRANSFERENCIA ENTRE DEPOSITOS, MOTIVO
      * "TR", NAO E CONSUMO DA EMPRESA)
       3100-APURA-SAIDAS SECTION.

           MOVE ZEROS TO WS-QT-SAIDAS

           MOVE FS-PRO-CD-PRODUTO TO FS-MOV-CD-PRODUTO
           MOVE WS-DT-INICIO      TO FS-MOV-DT-MOVIMENTO
           MOVE ZEROS             TO FS-MOV-HR-MOVIMENTO
                                     FS-MOV-NR-SEQUENCIA
           PERFORM 6300-LE-PROX-MOVIMENTO

           PERFORM UNTIL NOT FS-STAT-MOV-OK OR
                         FS-MOV-CD-PRODUTO NOT EQUAL FS-PRO-CD-PRODUTO
               IF FS-MOV-SAIDA AND FS-MOV-CD-MOTIVO NOT EQUAL "TR"
                   IF FS-MOV-QT LESS ZEROS
                       COMPUTE WS-QT-SAIDAS = WS-QT-SAIDAS - FS-MOV-QT
                   ELSE
                       ADD FS-MOV-QT TO WS-QT-SAIDAS
                   END-IF
               END-IF
               PERFORM 6300-LE-PROX-MOVIMENTO
           END-PERFORM

           COMPUTE WS-QT-MEDIA ROUNDED = WS-QT-SAIDAS / WS-DIAS-HIST.

       3100-APURA-SAIDASX. EXIT.

      * -----------------------------------
      * RESOLVE PRAZO, SEGURANCA E FORNECEDOR DO PRODUTO E CALCULA O
      * PONTO DE PEDIDO; GUARDA MEDIA E PONTO EM ARQ-REPOSICAO
       3200-CALCULA-PONTO SECTION.

           MOVE ZEROS TO WS-CD-FORNECEDOR WS-QT-PRAZO WS-QT-SEGURANCA
                         WS-QT-LOTE-MINIMO WS-QT-PONTO
           MOVE 'N' TO WS-REP-ACHADO

           MOVE FS-PRO-CD-PRODUTO TO FS-REP-CD-PRODUTO
           READ ARQ-REPOSICAO
           IF FS-STAT-REP-OK
               MOVE 'S' TO WS-REP-ACHADO
               MOVE FS-REP-CD-FORNECEDOR     TO WS-CD-FORNECEDOR
               MOVE FS-REP-QT-PRAZO-DIAS     TO WS-QT-PRAZO
               MOVE FS-REP-QT-DIAS-SEGURANCA TO WS-QT-SEGURANCA
               MOVE FS-REP-QT-LOTE-MINIMO    TO WS-QT-LOTE-MINIMO
               MOVE FS-REP-QT-PONTO-FIXO     TO WS-QT-PONTO
           END-IF

           IF WS-QT-PRAZO EQUAL ZEROS AND
              WS-CD-FORNECEDOR GREATER ZEROS
               MOVE WS-CD-FORNECEDOR TO FS-FOR-CD-FORNECEDOR
               READ ARQ-FORNECEDOR
               IF FS-STAT-FOR-OK
                   MOVE FS-FOR-QT-PRAZO-DIAS TO WS-QT-PRAZO
               END-IF
           END-IF

           IF WS-QT-PRAZO EQUAL ZEROS
               MOVE WS-PRAZO-PADRAO TO WS-QT-PRAZO
           END-IF

           COMPUTE WS-QT-PONTO-CALC ROUNDED =
               WS-QT-MEDIA * (WS-QT-PRAZO + WS-QT-SEGURANCA)

           IF WS-QT-PONTO EQUAL ZEROS
               MOVE WS-QT-PONTO-CALC TO WS-QT-PONTO
           END-IF

           IF E-REP-ACHADO
               MOVE WS-QT-MEDIA      TO FS-REP-QT-MEDIA-DIARIA
               MOVE WS-QT-PONTO-CALC TO FS-REP-QT-PONTO-CALC
               MOVE WS-DT-HOJE       TO FS-REP-DT-CALCULO
               REWRITE ARQ-REPOSICAO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       3200-CALCULA-PONTOX. EXIT.

      * -----------------------------------
      * POSICAO = DISPONIVEL + A RECEBER DE COMPRA - BACKORDER
       3300-CALCULA-POSICAO SECTION.

           MOVE ZEROS TO WS-QT-DISPONIVEL WS-QT-ABERTO WS-QT-BACKORDER

           MOVE FS-PRO-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE ZEROS TO FS-STQ-CD-DEPOSITO
           PERFORM 6350-LE-PROX-ESTOQUE

           PERFORM UNTIL NOT FS-STAT-STQ-OK OR
                         FS-STQ-CD-PRODUTO NOT EQUAL FS-PRO-CD-PRODUTO
               COMPUTE WS-QT-DISPONIVEL = WS-QT-DISPONIVEL
                   + FS-STQ-QT-SALDO - FS-STQ-QT-RESERVADO
               PERFORM 6350-LE-PROX-ESTOQUE
           END-PERFORM

           MOVE FS-PRO-CD-PRODUTO TO WS-PRD-BUSCA
           PERFORM 6550-PROCURA-TABELA
           IF E-PRD-ACHADO
               MOVE WS-TAB-PRD-ABERTO(WS-TAB-PRD-ACH)  TO WS-QT-ABERTO
               MOVE WS-TAB-PRD-BACKORD(WS-TAB-PRD-ACH)
                 TO WS-QT-BACKORDER
           END-IF

           COMPUTE WS-QT-POSICAO =
               WS-QT-DISPONIVEL + WS-QT-ABERTO - WS-QT-BACKORDER.

       3300-CALCULA-POSICAOX. EXIT.

      * -----------------------------------
      * NO PONTO DE PEDIDO OU ABAIXO, SUGERE COMPLETAR ATE O PONTO
      * MAIS A COBERTURA, RESPEITANDO O LOTE MINIMO
       3400-CALCULA-SUGESTAO SECTION.

           IF (WS-QT-PONTO GREATER ZEROS OR
               WS-QT-BACKORDER GREATER ZEROS) AND
              WS-QT-POSICAO NOT GREATER WS-QT-PONTO

               COMPUTE WS-QT-SUGERIDA ROUNDED =
                   WS-QT-PONTO + (WS-QT-MEDIA * WS-DIAS-COBERTURA)
                 - WS-QT-POSICAO

               IF WS-QT-SUGERIDA GREATER ZEROS AND
                  WS-QT-SUGERIDA LESS WS-QT-LOTE-MINIMO
                   MOVE WS-QT-LOTE-MINIMO TO WS-QT-SUGERIDA
               END-IF

               IF WS-QT-SUGERIDA GREATER ZEROS
                   PERFORM 6400-BUSCA-CUSTO

                   MOVE WS-CD-FORNECEDOR  TO SD-CD-FORNECEDOR
                   MOVE FS-PRO-CD-PRODUTO TO SD-CD-PRODUTO
                   MOVE WS-QT-DISPONIVEL  TO SD-QT-DISPONIVEL
                   MOVE WS-QT-ABERTO      TO SD-QT-ABERTO
                   MOVE WS-QT-BACKORDER   TO SD-QT-BACKORDER
                   MOVE WS-QT-PONTO       TO SD-QT-PONTO
                   MOVE WS-QT-MEDIA       TO SD-QT-MEDIA
                   MOVE WS-QT-SUGERIDA    TO SD-QT-SUGERIDA
                   COMPUTE SD-VL-ESTIMADO =
                       WS-QT-SUGERIDA * WS-VL-CUSTO
                   RELEASE SORT-RECORD
                   ADD 1 TO WQT-SUGESTOES
               END-IF
           END-IF.

       3400-CALCULA-SUGESTAOX. EXIT.

      * -----------------------------------
      * EMITE A LISTA DE COMPRA SUGERIDA COM QUEBRA POR FORNECEDOR
       4000-EMITE-SUGESTAO SECTION.

           MOVE "SUGESTAO DE COMPRA POR FORNECEDOR" TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC

           MOVE 'S' TO WS-PRIMEIRO
           MOVE ZEROS TO WS-VL-FORNECEDOR

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               IF E-PRIMEIRO OR
                  SD-CD-FORNECEDOR NOT EQUAL WS-FORNECEDOR-ANT
                   IF NOT E-PRIMEIRO
                       PERFORM 4200-EMITE-SUBTOTAL
                   END-IF
                   PERFORM 4100-EMITE-FORNECEDOR
                   MOVE 'N' TO WS-PRIMEIRO
               END-IF

               MOVE SD-CD-PRODUTO    TO WS-REL-PRODUTO
               MOVE SD-QT-DISPONIVEL TO WS-REL-DISPONIVEL
               MOVE SD-QT-ABERTO     TO WS-REL-ABERTO
               MOVE SD-QT-BACKORDER  TO WS-REL-BACKORDER
               MOVE SD-QT-PONTO      TO WS-REL-PONTO
               MOVE SD-QT-MEDIA      TO WS-REL-MEDIA
               MOVE SD-QT-SUGERIDA   TO WS-REL-SUGERIDA
               MOVE SD-VL-ESTIMADO   TO WS-REL-VALOR
               MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
               WRITE ARQ-RELATORIO-REC

               ADD SD-VL-ESTIMADO TO WS-VL-FORNECEDOR WS-VL-GERAL

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM

           IF NOT E-PRIMEIRO
               PERFORM 4200-EMITE-SUBTOTAL
           END-IF

           MOVE WS-VL-GERAL TO WS-TOT-VALOR
           MOVE WS-LINHA-TOT TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       4000-EMITE-SUGESTAOX. EXIT.

      * -----------------------------------
      * CABECALHO DO GRUPO DO FORNECEDOR
       4100-EMITE-FORNECEDOR SECTION.

           MOVE SD-CD-FORNECEDOR TO WS-FORNECEDOR-ANT
           MOVE SD-CD-FORNECEDOR TO WS-FOR-CODIGO
           MOVE ZEROS TO WS-FOR-PRAZO

           IF SD-CD-FORNECEDOR EQUAL ZEROS
               MOVE "SEM FORNECEDOR DEFINIDO" TO WS-FOR-NOME
           ELSE
               MOVE SD-CD-FORNECEDOR TO FS-FOR-CD-FORNECEDOR
               READ ARQ-FORNECEDOR
               IF FS-STAT-FOR-OK
                   MOVE FS-FOR-NM-RAZAO-SOCIAL TO WS-FOR-NOME
                   MOVE FS-FOR-QT-PRAZO-DIAS   TO WS-FOR-PRAZO
               ELSE
                   MOVE "FORNECEDOR NAO CADASTRADO" TO WS-FOR-NOME
               END-IF
           END-IF

           MOVE SPACES TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE WS-LINHA-FOR TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE WS-LINHA-CAB TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       4100-EMITE-FORNECEDORX. EXIT.

      * -----------------------------------
      * SUBTOTAL ESTIMADO DO FORNECEDOR
       4200-EMITE-SUBTOTAL SECTION.

           MOVE WS-VL-FORNECEDOR TO WS-SUB-VALOR
           MOVE WS-LINHA-SUB TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE ZEROS TO WS-VL-FORNECEDOR.

       4200-EMITE-SUBTOTALX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA SUGESTAO (REPOSICAO PARA ATUALIZAR A
      * MEDIA E O PONTO APURADOS)
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-ESTOQUE
           OPEN INPUT ARQ-MOVESTOQUE

           OPEN I-O ARQ-REPOSICAO
           IF FS-STAT-REP-NAO-EXISTE
               OPEN OUTPUT ARQ-REPOSICAO
               CLOSE ARQ-REPOSICAO
               OPEN I-O ARQ-REPOSICAO
           END-IF

           OPEN INPUT ARQ-FORNECEDOR
           OPEN INPUT ARQ-COMPRA
           OPEN INPUT ARQ-COMPITEM
           OPEN INPUT ARQ-BACKORDER
           OPEN INPUT ARQ-CUSTO
           OPEN OUTPUT ARQ-RELATORIO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO PRODUTO PELA CHAVE
       6000-LE-PROX-PRODUTO SECTION.

           START ARQ-PRODUTO KEY > FS-PRO-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PRO
               NOT INVALID KEY
                   READ ARQ-PRODUTO NEXT
                       AT END MOVE 99 TO FS-STAT-PRO
                   END-READ
           END-START.

       6000-LE-PROX-PRODUTOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE COMPRA PELA CHAVE
       6100-LE-PROX-ITEM-CMP SECTION.

           START ARQ-COMPITEM KEY > FS-CPI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CPI
               NOT INVALID KEY
                   READ ARQ-COMPITEM NEXT
                       AT END MOVE 99 TO FS-STAT-CPI
                   END-READ
           END-START.

       6100-LE-PROX-ITEM-CMPX. EXIT.

      * -----------------------------------
      * LE O PROXIMO BACKORDER PELA CHAVE
       6200-LE-PROX-BACKORDER SECTION.

           START ARQ-BACKORDER KEY > FS-BCK-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-BCK
               NOT INVALID KEY
                   READ ARQ-BACKORDER NEXT
                       AT END MOVE 99 TO FS-STAT-BCK
                   END-READ
           END-START.

       6200-LE-PROX-BACKORDERX. EXIT.

      * -----------------------------------
      * LE O PROXIMO MOVIMENTO PELA CHAVE
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
      * LE O PROXIMO SALDO (PRODUTO + DEPOSITO) PELA CHAVE
       6350-LE-PROX-ESTOQUE SECTION.

           START ARQ-ESTOQUE KEY > FS-STQ-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-STQ
               NOT INVALID KEY
                   READ ARQ-ESTOQUE NEXT
                       AT END MOVE 99 TO FS-STAT-STQ
                   END-READ
           END-START.

       6350-LE-PROX-ESTOQUEX. EXIT.

      * -----------------------------------
      * CUSTO VIGENTE DO PRODUTO HOJE (ZERO QUANDO NAO HA CUSTO)
       6400-BUSCA-CUSTO SECTION.

           MOVE ZEROS TO WS-VL-CUSTO
           MOVE FS-PRO-CD-PRODUTO TO FS-CUS-CD-PRODUTO
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
              FS-CUS-CD-PRODUTO EQUAL FS-PRO-CD-PRODUTO AND
              FS-CUS-DT-VIGENCIA NOT GREATER WS-DT-HOJE
               MOVE FS-CUS-VL-CUSTO TO WS-VL-CUSTO
           END-IF.

       6400-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * POSICIONA O PRODUTO NA TABELA, INCLUINDO SE FOR NOVO
       6500-POSICIONA-TABELA SECTION.

           PERFORM 6550-PROCURA-TABELA

           IF NOT E-PRD-ACHADO
               IF WS-TAB-PRD-QTD LESS 10000
                   ADD 1 TO WS-TAB-PRD-QTD
                   MOVE WS-TAB-PRD-QTD TO WS-TAB-PRD-ACH
                   MOVE WS-PRD-BUSCA TO WS-TAB-PRD-CD(WS-TAB-PRD-ACH)
                   MOVE ZEROS TO WS-TAB-PRD-ABERTO(WS-TAB-PRD-ACH)
                                 WS-TAB-PRD-BACKORD(WS-TAB-PRD-ACH)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF.

       6500-POSICIONA-TABELAX. EXIT.

      * -----------------------------------
      * PROCURA O PRODUTO NA TABELA
       6550-PROCURA-TABELA SECTION.

           MOVE 'N' TO WS-PRD-ACHADO
           MOVE ZEROS TO WS-TAB-PRD-ACH

           PERFORM VARYING WS-TAB-PRD-IDX FROM 1 BY 1
             UNTIL WS-TAB-PRD-IDX GREATER WS-TAB-PRD-QTD OR
                   E-PRD-ACHADO
               IF WS-TAB-PRD-CD(WS-TAB-PRD-IDX) EQUAL WS-PRD-BUSCA
                   MOVE 'S' TO WS-PRD-ACHADO
                   MOVE WS-TAB-PRD-IDX TO WS-TAB-PRD-ACH
               END-IF
           END-PERFORM.

       6550-PROCURA-TABELAX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA SUGESTAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-REPOSICAO
           CLOSE ARQ-FORNECEDOR
           CLOSE ARQ-COMPRA
           CLOSE ARQ-COMPITEM
           CLOSE ARQ-BACKORDER
           CLOSE ARQ-CUSTO
           CLOSE ARQ-RELATORIO.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA A LISTA GERADA NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE "SUGESTAO_COMPRA" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-RELATORIO TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

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
       END PROGRAM CBL_SUGESTAO_COMPRA.
