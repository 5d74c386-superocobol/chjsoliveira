      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Conciliacao do Contas a Receber com o Diario Contabil
      * Tectonics: cobc
      ******************************************************************
      * MONTA A MOVIMENTACAO (ROLL-FORWARD) DO CONTAS A RECEBER DO MES
      * A PARTIR DOS TITULOS DE ARQ-RECEBER:
      *   SALDO INICIAL
      *   (+) TITULOS EMITIDOS       NA DATA DE FATURAMENTO DO PEDIDO
      *                              (SEM PEDIDO: NA EMISSAO, COMO A
      *                              COBRANCA DE VASILHAME)
      *   (+) JUROS E MULTAS         FS-REC-VL-ACRESCIMO, NO PAGAMENTO
      *   (-) LIQUIDACOES            VALOR PAGO MAIS ACRESCIMO, MENOS
      *                              O QUE FOI ABATIMENTO DE DEVOLUCAO
      *   (-) BAIXAS POR DEVOLUCAO   VALOR DEVOLVIDO MENOS O CREDITO
      *                              DA DEVOLUCAO QUE VIROU HAVER
      *   (-) TITULOS RENEGOCIADOS   SALDO DOS ORIGINAIS, NA DATA DO
      *                              ACORDO (EMISSAO DAS PARCELAS)
      *   (+) PARCELAS DE ACORDO     NA EMISSAO
      *   (=) SALDO FINAL
      * E COMPARA CADA LINHA, DIA A DIA, COM OS LANCAMENTOS DO MES NOS
      * ARQUIVOS CONTABIL_<AAAAMM>[_F<FILIAL>].TXT GERADOS POR
      * CBL_GERA_CONTABIL (TODAS AS FILIAIS SOMADAS), PELAS MESMAS
      * CONTAS PARAMETRIZADAS. AS LIQUIDACOES DO DIARIO SAO OS
      * RECEBIMENTOS MAIS O HAVER UTILIZADO MENOS O HAVER DE
      * PAGAMENTO A MAIOR. LINHA CUJA DIFERENCA NO MES PASSA DA
      * TOLERANCIA CONCILIA-TOLERANCIA (PADRAO ZERO) DEIXA O MES FORA
      * DO BALANCO; O RELATORIO CONCILIA_RECEBER_<AAAAMM>.TXT TRAZ AS
      * DIFERENCAS POR DIA E OS TITULOS (OU DEVOLUCOES) DE CADA DIA
      * DIVERGENTE. O RESULTADO FICA NO REGISTRO DO MES EM
      * ARQ-PERIODO: CBL_MENU_PERIODO SO FECHA MES CONCILIADO. EM
      * MODO BATCH CONCILIA O MES CORRENTE; FORA DO BALANCO NAO
      * INTERROMPE A CADEIA, SO NOTIFICA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONCILIA_RECEBER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEV.

           SELECT ARQ-HAVER ASSIGN TO DISK WID-ARQ-HAVER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HAV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HAV.

           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRD.

           SELECT ARQ-CONTABIL ASSIGN TO WNM-ARQ-CONTABIL
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CTB.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-DEVOLUCAO.

       COPY FS-ARQ-DEVOLUCAO.

       FD ARQ-HAVER.

       COPY FS-ARQ-HAVER.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-CONTABIL.
       01 ARQ-CONTABIL-REC.
           05 FS-CTB-DATA      PIC X(008).
           05 FILLER           PIC X(001).
           05 FS-CTB-CONTA     PIC X(010).
           05 FILLER           PIC X(001).
           05 FS-CTB-DC        PIC X(001).
           05 FILLER           PIC X(001).
           05 FS-CTB-VALOR     PIC X(015).
           05 FILLER           PIC X(001).
           05 FS-CTB-HISTORICO PIC X(030).
           05 FILLER           PIC X(012).

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 WS-PED-ABERTO PIC X VALUE 'N'.
           88 E-PED-ABERTO VALUE 'S'.

       77 FS-STAT-DEV PIC 9(02).
           88 FS-STAT-DEV-OK         VALUE 00.

       77 WS-DEV-ABERTO PIC X VALUE 'N'.
           88 E-DEV-ABERTO VALUE 'S'.

       77 FS-STAT-HAV PIC 9(02).
           88 FS-STAT-HAV-OK         VALUE 00.

       77 WS-HAV-ABERTO PIC X VALUE 'N'.
           88 E-HAV-ABERTO VALUE 'S'.

       77 FS-STAT-PRD PIC 9(02).
           88 FS-STAT-PRD-OK         VALUE 00.
           88 FS-STAT-PRD-NAO-EXISTE VALUE 35.

       77 FS-STAT-CTB PIC 9(02).
           88 FS-STAT-CTB-OK         VALUE 00.

       77 FS-STAT-REL PIC 9(02).
           88 FS-STAT-REL-OK         VALUE 00.

       77 WNM-ARQ-CONTABIL  PIC X(50) VALUE SPACES.
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

       77 WS-ANO-MES   PIC 9(006) VALUE ZEROS.
       77 WS-DT-HOJE   PIC 9(008) VALUE ZEROS.
       77 WS-DT-INICIO PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM    PIC 9(008) VALUE ZEROS.

      * CONTAS CONTABEIS PARAMETRIZADAS (AS MESMAS DA GERACAO)
       77 WS-CONTA-FATURAMENTO  PIC X(010) VALUE "31101".
       77 WS-CONTA-RECEBIMENTO  PIC X(010) VALUE "11201".
       77 WS-CONTA-HAVER        PIC X(010) VALUE "21301".
       77 WS-CONTA-DEVOLUCAO    PIC X(010) VALUE "31102".
       77 WS-CONTA-ACRESCIMO    PIC X(010) VALUE "31301".
       77 WS-CONTA-VASILHAME    PIC X(010) VALUE "31103".
       77 WS-CONTA-RENEGOCIACAO PIC X(010) VALUE "11203".

       77 WS-VL-TOLERANCIA     PIC S9(011)V99 VALUE ZEROS.
       77 WS-VL-TOLERANCIA-NEG PIC S9(011)V99 VALUE ZEROS.

      * LINHAS DO ROLL-FORWARD COMPARADAS COM O DIARIO
       01 WS-TAB-DESCRICAO-VALORES.
           05 FILLER PIC X(026) VALUE "(+) TITULOS EMITIDOS".
           05 FILLER PIC X(026) VALUE "(+) JUROS E MULTAS".
           05 FILLER PIC X(026) VALUE "(-) LIQUIDACOES".
           05 FILLER PIC X(026) VALUE "(-) BAIXAS POR DEVOLUCAO".
           05 FILLER PIC X(026) VALUE "(-) TITULOS RENEGOCIADOS".
           05 FILLER PIC X(026) VALUE "(+) PARCELAS DE ACORDO".
       01 WS-TAB-DESCRICAO REDEFINES WS-TAB-DESCRICAO-VALORES.
           05 WS-TAB-DS-LINHA PIC X(026) OCCURS 6.

       01 WS-TAB-CONCILIA.
           05 WS-CNC-LINHA OCCURS 6.
               10 WS-CNC-TOT-SUB    PIC S9(013)V99.
               10 WS-CNC-TOT-DIARIO PIC S9(013)V99.
               10 WS-CNC-DIVERGE    PIC X(001).
               10 WS-CNC-DIA OCCURS 31.
                   15 WS-CNC-SUB     PIC S9(013)V99.
                   15 WS-CNC-DIARIO  PIC S9(013)V99.
                   15 WS-CNC-DIF-DIA PIC X(001).
       77 WS-IX-LINHA PIC 9(001) VALUE ZEROS.
       77 WS-DIA-IDX  PIC 9(002) VALUE ZEROS.

      * VALOR PAGO MAIS ACRESCIMO DOS TITULOS, POR DIA DE PAGAMENTO
       01 WS-TAB-LIQ-BRUTA.
           05 WS-LIQ-BRUTA PIC S9(013)V99 OCCURS 31.

      * ACORDOS COM PARCELAS EMITIDAS A PARTIR DO INICIO DO MES E A
      * DATA DO ACORDO; ACORDO FORA DA TABELA E ANTERIOR AO MES
       01 WS-TAB-ACORDO.
           05 WS-TAB-ACO-ITEM OCCURS 2000.
               10 WS-TAB-ACO-NR PIC 9(007).
               10 WS-TAB-ACO-DT PIC 9(008).
       77 WS-TAB-ACO-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX     PIC 9(004) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.
       77 WS-ACO-ESTOURO PIC X VALUE 'N'.
           88 E-ACO-ESTOURO VALUE 'S'.

      * DATAS E VALORES DO TITULO CORRENTE
       77 WS-DT-ENTRADA  PIC 9(008) VALUE ZEROS.
       77 WS-DT-RENEG    PIC 9(008) VALUE ZEROS.
       77 WS-IX-ENTRADA  PIC 9(001) VALUE ZEROS.
       77 WS-VL-RENEG    PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-LIQUIDO  PIC S9(013)V99 VALUE ZEROS.

       77 WS-VL-SALDO-INICIAL PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-SALDO-FINAL   PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-SALDO-CALC    PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-DIF           PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-LANCTO        PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-CENTAVOS      PIC 9(015) VALUE ZEROS.

       77 WS-CONCILIADO PIC X VALUE 'S'.
           88 E-CONCILIADO VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-TITULOS         PIC 9(009).
           05 WQT-ARQ-DIARIO      PIC 9(003).
           05 WQT-LANCAMENTOS     PIC 9(009).
           05 WQT-LINHAS-DIVERGE  PIC 9(003).
           05 WQT-ITENS-LISTADOS  PIC 9(009).

       77 WS-CD-FILIAL-CTB PIC 9(003) VALUE ZEROS.
       77 WS-SUFIXO-FILIAL PIC X(005) VALUE SPACES.

       77 WS-ED-QTD PIC ZZZZZZZZ9.

       01 WS-LINHA-REL PIC X(120) VALUE SPACES.

       01 WS-LINHA-ROLL.
           05 WS-LRF-DESCRICAO PIC X(026).
           05 FILLER           PIC X(002).
           05 WS-LRF-SUB       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(002).
           05 WS-LRF-DIARIO    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(002).
           05 WS-LRF-DIF       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(002).
           05 WS-LRF-SITUACAO  PIC X(014).

       01 WS-LINHA-ITEM.
           05 WS-LIT-DESCRICAO PIC X(026).
           05 FILLER           PIC X(002).
           05 WS-LIT-DIA       PIC 9(002).
           05 FILLER           PIC X(002).
           05 WS-LIT-TIPO      PIC X(003).
           05 FILLER           PIC X(001).
           05 WS-LIT-DOCUMENTO PIC 9(007).
           05 FILLER           PIC X(002).
           05 WS-LIT-CLIENTE   PIC 9(007).
           05 FILLER           PIC X(002).
           05 WS-LIT-PEDIDO    PIC 9(007).
           05 FILLER           PIC X(002).
           05 WS-LIT-ACORDO    PIC 9(007).
           05 FILLER           PIC X(002).
           05 WS-LIT-VALOR     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_DEVOLUCAO.
       COPY CPY_ID_ARQ_HAVER.
       COPY CPY_ID_ARQ_PERIODO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_NOTIFICA.

       COPY CPY_GRAVA_SPOOL.

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

       01 SS-TELA-PARAM.
           05 LINE 10 COLUMN 10 VALUE
              "Periodo a Conciliar (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(006) USING WS-ANO-MES.

       01 SS-TELA-RESULTADO.
           05 LINE 12 COLUMN 05 VALUE "Titulos Lidos.........:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-TITULOS.
           05 LINE 13 COLUMN 05 VALUE "Arquivos do Diario....:".
           05 COLUMN PLUS 2 PIC 9(3) USING WQT-ARQ-DIARIO.
           05 LINE 14 COLUMN 05 VALUE "Lancamentos do Diario.:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LANCAMENTOS.
           05 LINE 15 COLUMN 05 VALUE "Linhas com Diferenca..:".
           05 COLUMN PLUS 2 PIC 9(3) USING WQT-LINHAS-DIVERGE.

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
           MOVE WNM-PATH-RECEBER TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-RECEBER TO WNM-PATH-DEVOLUCAO
           MOVE WNM-PATH-RECEBER TO WNM-PATH-HAVER
           MOVE WNM-PATH-RECEBER TO WNM-PATH-PERIODO

           PERFORM 0100-LE-PARAMETROS

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-RECEBER.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "44 - CONCILIACAO CONTAS A RECEBER" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE
           MOVE SPACES TO WS-MSGERRO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES
           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
               DISPLAY SS-TELA-PARAM
               ACCEPT SS-TELA-PARAM
               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   PERFORM 9999-FINALIZA
               END-IF
           END-IF

           IF WS-ANO-MES(5:2) LESS "01" OR
              WS-ANO-MES(5:2) GREATER "12" OR
              WS-ANO-MES GREATER WS-DT-HOJE(1:6)
               MOVE "PERIODO INVALIDO - INFORMAR AAAAMM ATE O MES ATUAL"
                 TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 8000-ENCERRA-MENSAGEM
               PERFORM 9999-FINALIZA
           END-IF

           COMPUTE WS-DT-INICIO = (WS-ANO-MES * 100) + 1
           COMPUTE WS-DT-FIM    = (WS-ANO-MES * 100) + 31

           INITIALIZE WS-TAB-CONCILIA
           MOVE ZEROS TO WS-TAB-LIQ-BRUTA WS-TAB-ACO-QTD
                         WS-VL-SALDO-INICIAL WS-VL-SALDO-FINAL
           MOVE 'N' TO WS-ACO-ESTOURO
           MOVE 'S' TO WS-CONCILIADO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM 2000-CARREGA-ACORDOS
           PERFORM 2100-APURA-TITULOS
           PERFORM 2200-APURA-DEVOLUCOES
           PERFORM 2300-SEPARA-LIQUIDACOES

           PERFORM VARYING WS-CD-FILIAL-CTB FROM 1 BY 1
                   UNTIL WS-CD-FILIAL-CTB > 9
               PERFORM 3000-LE-DIARIO-FILIAL
           END-PERFORM

           PERFORM 4000-COMPARA

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "CONCILIA_RECEBER_" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO

           OPEN OUTPUT ARQ-RELATORIO
           IF NOT FS-STAT-REL-OK
               PERFORM 7000-FECHA-ARQUIVOS
               MOVE SPACES TO WS-MSGERRO
               STRING "ERRO " FS-STAT-REL " NA ABERTURA DE "
                        DELIMITED BY SIZE
                      WNM-ARQ-RELATORIO DELIMITED BY SPACE
                 INTO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 8000-ENCERRA-MENSAGEM
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 5100-GRAVA-RESUMO
           PERFORM 5300-GRAVA-DIFERENCAS

           CLOSE ARQ-RELATORIO

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 6000-GRAVA-PERIODO

           PERFORM 8500-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSGERRO
           IF E-CONCILIADO
               STRING "RECEBER " DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                      " CONCILIADO COM O DIARIO - " DELIMITED BY SIZE
                      WNM-ARQ-RELATORIO DELIMITED BY SPACE
                 INTO WS-MSGERRO
               MOVE "I" TO LK-NOT-SEVERIDADE
           ELSE
               STRING "RECEBER " DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                      " FORA DO BALANCO COM O DIARIO - "
                        DELIMITED BY SIZE
                      WNM-ARQ-RELATORIO DELIMITED BY SPACE
                 INTO WS-MSGERRO
               MOVE "E" TO LK-NOT-SEVERIDADE
           END-IF
           MOVE "CONCILIA RECEBER" TO LK-NOT-ORIGEM
           MOVE WS-MSGERRO TO LK-NOT-MENSAGEM
           CALL 'CBL_GRAVA_NOTIFICA' USING LK-NOT-PARAMETERS

           PERFORM 8000-ENCERRA-MENSAGEM

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * CONTAS DO DIARIO E TOLERANCIA DA CONCILIACAO
       0100-LE-PARAMETROS SECTION.

           MOVE "CONTA-FATURAMENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-FATURAMENTO
           END-IF

           MOVE "CONTA-RECEBIMENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-RECEBIMENTO
           END-IF

           MOVE "CONTA-HAVER" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-HAVER
           END-IF

           MOVE "CONTA-DEVOLUCAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-DEVOLUCAO
           END-IF

           MOVE "CONTA-ACRESCIMO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-ACRESCIMO
           END-IF

           MOVE "CONTA-VASILHAME" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-VASILHAME
           END-IF

           MOVE "CONTA-RENEGOCIACAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-RENEGOCIACAO
           END-IF

           MOVE "CONCILIA-TOLERANCIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-VL-TOLERANCIA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF
           IF WS-VL-TOLERANCIA LESS ZEROS
               MOVE ZEROS TO WS-VL-TOLERANCIA
           END-IF
           COMPUTE WS-VL-TOLERANCIA-NEG = ZEROS - WS-VL-TOLERANCIA.

       0100-LE-PARAMETROSX. EXIT.

      * -----------------------------------
      * GUARDA A DATA DE CADA ACORDO COM PARCELAS EMITIDAS A PARTIR
      * DO INICIO DO MES (PARCELA DE ACORDO: TITULO SEM PEDIDO COM
      * NUMERO DE PARCELA); PARCELA JA RENEGOCIADA DE NOVO APONTA
      * PARA O ACORDO NOVO E NAO DATA O SEU
       2000-CARREGA-ACORDOS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6100-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               IF FS-REC-NR-PEDIDO EQUAL ZEROS AND
                  FS-REC-NR-PARCELA GREATER ZEROS AND
                  FS-REC-NR-ACORDO GREATER ZEROS AND
                  NOT FS-REC-RENEGOCIADO AND
                  FS-REC-DT-EMISSAO NOT LESS WS-DT-INICIO
                   PERFORM 2010-REGISTRA-ACORDO
               END-IF

               PERFORM 6100-LER-ARQ-RECEBER
           END-PERFORM.

       2000-CARREGA-ACORDOSX. EXIT.

      * -----------------------------------
      * INCLUI O ACORDO DA PARCELA NA TABELA, UMA VEZ POR ACORDO
       2010-REGISTRA-ACORDO SECTION.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-ACO-QTD OR E-ACHADO
               IF WS-TAB-ACO-NR(WS-TAB-IDX) EQUAL FS-REC-NR-ACORDO
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF NOT E-ACHADO
               IF WS-TAB-ACO-QTD LESS 2000
                   ADD 1 TO WS-TAB-ACO-QTD
                   MOVE FS-REC-NR-ACORDO
                     TO WS-TAB-ACO-NR(WS-TAB-ACO-QTD)
                   MOVE FS-REC-DT-EMISSAO
                     TO WS-TAB-ACO-DT(WS-TAB-ACO-QTD)
               ELSE
                   MOVE 'S' TO WS-ACO-ESTOURO
               END-IF
           END-IF.

       2010-REGISTRA-ACORDOX. EXIT.

      * -----------------------------------
      * SALDOS INICIAL E FINAL E MOVIMENTO DO MES POR TITULO
       2100-APURA-TITULOS SECTION.

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6100-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK

               ADD 1 TO WQT-TITULOS
               PERFORM 2110-DATAS-TITULO

      * SALDOS: ENTRADA MENOS PAGO MENOS SALDO RENEGOCIADO
               IF WS-DT-ENTRADA LESS WS-DT-INICIO
                   ADD FS-REC-VL-DOCUMENTO TO WS-VL-SALDO-INICIAL
               END-IF
               IF WS-DT-ENTRADA NOT GREATER WS-DT-FIM
                   ADD FS-REC-VL-DOCUMENTO TO WS-VL-SALDO-FINAL
               END-IF

               IF FS-REC-DT-PAGAMENTO GREATER ZEROS
                   IF FS-REC-DT-PAGAMENTO LESS WS-DT-INICIO
                       SUBTRACT FS-REC-VL-PAGO FROM WS-VL-SALDO-INICIAL
                   END-IF
                   IF FS-REC-DT-PAGAMENTO NOT GREATER WS-DT-FIM
                       SUBTRACT FS-REC-VL-PAGO FROM WS-VL-SALDO-FINAL
                   END-IF
               END-IF

               IF WS-DT-RENEG GREATER ZEROS
                   IF WS-DT-RENEG LESS WS-DT-INICIO
                       SUBTRACT WS-VL-RENEG FROM WS-VL-SALDO-INICIAL
                   END-IF
                   IF WS-DT-RENEG NOT GREATER WS-DT-FIM
                       SUBTRACT WS-VL-RENEG FROM WS-VL-SALDO-FINAL
                   END-IF
               END-IF

      * MOVIMENTO DO MES POR DIA
               IF WS-DT-ENTRADA(1:6) EQUAL WS-ANO-MES
                   MOVE WS-DT-ENTRADA(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
                      WS-DIA-IDX NOT GREATER 31
                       ADD FS-REC-VL-DOCUMENTO
                         TO WS-CNC-SUB(WS-IX-ENTRADA, WS-DIA-IDX)
                   END-IF
               END-IF

               IF FS-REC-DT-PAGAMENTO(1:6) EQUAL WS-ANO-MES
                   MOVE FS-REC-DT-PAGAMENTO(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
                      WS-DIA-IDX NOT GREATER 31
                       ADD FS-REC-VL-ACRESCIMO
                         TO WS-CNC-SUB(2, WS-DIA-IDX)
                       ADD FS-REC-VL-PAGO FS-REC-VL-ACRESCIMO
                         TO WS-LIQ-BRUTA(WS-DIA-IDX)
                   END-IF
               END-IF

               IF WS-DT-RENEG(1:6) EQUAL WS-ANO-MES
                   MOVE WS-DT-RENEG(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
                      WS-DIA-IDX NOT GREATER 31
                       ADD WS-VL-RENEG TO WS-CNC-SUB(5, WS-DIA-IDX)
                   END-IF
               END-IF

               PERFORM 6100-LER-ARQ-RECEBER
           END-PERFORM.

       2100-APURA-TITULOSX. EXIT.

      * -----------------------------------
      * DATA DE ENTRADA DO TITULO NO CONTAS A RECEBER (A DO
      * FATURAMENTO DO PEDIDO, QUE E A DO DIARIO; SEM PEDIDO, A
      * EMISSAO), LINHA DA ENTRADA (PARCELA DE ACORDO OU EMISSAO) E,
      * SE RENEGOCIADO, DATA DO ACORDO E SALDO QUE SAIU DA CARTEIRA
       2110-DATAS-TITULO SECTION.

           MOVE FS-REC-DT-EMISSAO TO WS-DT-ENTRADA
           MOVE 1 TO WS-IX-ENTRADA
           MOVE ZEROS TO WS-DT-RENEG WS-VL-RENEG

           IF FS-REC-NR-PEDIDO EQUAL ZEROS AND
              FS-REC-NR-PARCELA GREATER ZEROS
               MOVE 6 TO WS-IX-ENTRADA
           END-IF

           IF FS-REC-NR-PEDIDO GREATER ZEROS AND E-PED-ABERTO
               MOVE FS-REC-NR-PEDIDO TO FS-PED-NR-PEDIDO
               READ ARQ-PEDIDO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FS-STAT-PED-OK AND FS-PED-FATURADO AND
                  FS-PED-DT-FATURAMENTO GREATER ZEROS AND
                  FS-PED-CD-CLIENTE EQUAL FS-REC-CD-CLIENTE
                   MOVE FS-PED-DT-FATURAMENTO TO WS-DT-ENTRADA
               END-IF
           END-IF

           IF NOT FS-REC-RENEGOCIADO
               GO TO 2110-DATAS-TITULOX
           END-IF

           IF FS-REC-VL-DOCUMENTO GREATER FS-REC-VL-PAGO
               COMPUTE WS-VL-RENEG =
                   FS-REC-VL-DOCUMENTO - FS-REC-VL-PAGO
           END-IF

      * ACORDO SEM PARCELA A PARTIR DO MES E DE PERIODO ANTERIOR
           MOVE 1 TO WS-DT-RENEG
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-ACO-QTD OR E-ACHADO
               IF WS-TAB-ACO-NR(WS-TAB-IDX) EQUAL FS-REC-NR-ACORDO
                   MOVE 'S' TO WS-ACHADO
                   MOVE WS-TAB-ACO-DT(WS-TAB-IDX) TO WS-DT-RENEG
               END-IF
           END-PERFORM.

       2110-DATAS-TITULOX. EXIT.

      * -----------------------------------
      * BAIXAS POR DEVOLUCAO DO DIA: VALOR DEVOLVIDO MENOS O CREDITO
      * DA DEVOLUCAO QUE VIROU HAVER (NAO ABATEU TITULO)
       2200-APURA-DEVOLUCOES SECTION.

           IF E-DEV-ABERTO
               MOVE LOW-VALUES TO FS-DEV-KEY
               PERFORM 6200-LER-ARQ-DEVOLUCAO

               PERFORM UNTIL NOT FS-STAT-DEV-OK
                   IF FS-DEV-DT-DEVOLUCAO(1:6) EQUAL WS-ANO-MES
                       MOVE FS-DEV-DT-DEVOLUCAO(7:2) TO WS-DIA-IDX
                       IF WS-DIA-IDX GREATER ZEROS AND
                          WS-DIA-IDX NOT GREATER 31
                           ADD FS-DEV-VL-DEVOLVIDO
                             TO WS-CNC-SUB(4, WS-DIA-IDX)
                       END-IF
                   END-IF
                   PERFORM 6200-LER-ARQ-DEVOLUCAO
               END-PERFORM
           END-IF

           IF E-HAV-ABERTO
               MOVE LOW-VALUES TO FS-HAV-KEY
               PERFORM 6300-LER-ARQ-HAVER

               PERFORM UNTIL NOT FS-STAT-HAV-OK
                   IF FS-HAV-DT-MOVIMENTO(1:6) EQUAL WS-ANO-MES AND
                      FS-HAV-CREDITO AND FS-HAV-ORIGEM-DEVOL
                       MOVE FS-HAV-DT-MOVIMENTO(7:2) TO WS-DIA-IDX
                       IF WS-DIA-IDX GREATER ZEROS AND
                          WS-DIA-IDX NOT GREATER 31
                           SUBTRACT FS-HAV-VL-MOVIMENTO
                               FROM WS-CNC-SUB(4, WS-DIA-IDX)
                       END-IF
                   END-IF
                   PERFORM 6300-LER-ARQ-HAVER
               END-PERFORM
           END-IF

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
             UNTIL WS-DIA-IDX GREATER 31
               IF WS-CNC-SUB(4, WS-DIA-IDX) LESS ZEROS
                   MOVE ZEROS TO WS-CNC-SUB(4, WS-DIA-IDX)
               END-IF
           END-PERFORM.

       2200-APURA-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * A LIQUIDACAO E O PAGO MAIS ACRESCIMO DO DIA MENOS O QUE FOI
      * ABATIMENTO DE DEVOLUCAO
       2300-SEPARA-LIQUIDACOES SECTION.

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
             UNTIL WS-DIA-IDX GREATER 31
               COMPUTE WS-CNC-SUB(3, WS-DIA-IDX) =
                   WS-LIQ-BRUTA(WS-DIA-IDX) -
                   WS-CNC-SUB(4, WS-DIA-IDX)
           END-PERFORM.

       2300-SEPARA-LIQUIDACOESX. EXIT.

      * -----------------------------------
      * SOMA OS LANCAMENTOS DO ARQUIVO CONTABIL DO MES DE UMA FILIAL
      * (MATRIZ SEM SUFIXO); FILIAL SEM ARQUIVO E IGNORADA
       3000-LE-DIARIO-FILIAL SECTION.

           MOVE SPACES TO WS-SUFIXO-FILIAL
           IF WS-CD-FILIAL-CTB GREATER 1
               STRING "_F" WS-CD-FILIAL-CTB DELIMITED BY SIZE
                 INTO WS-SUFIXO-FILIAL
           END-IF

           MOVE SPACES TO WNM-ARQ-CONTABIL
           STRING "CONTABIL_" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  WS-SUFIXO-FILIAL DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-CONTABIL

           OPEN INPUT ARQ-CONTABIL
           IF NOT FS-STAT-CTB-OK
               GO TO 3000-LE-DIARIO-FILIALX
           END-IF

           ADD 1 TO WQT-ARQ-DIARIO

           READ ARQ-CONTABIL
               AT END MOVE 10 TO FS-STAT-CTB
           END-READ

           PERFORM UNTIL NOT FS-STAT-CTB-OK
               IF ARQ-CONTABIL-REC(1:4) NOT EQUAL "HDR;" AND
                  ARQ-CONTABIL-REC(1:4) NOT EQUAL "TRL;" AND
                  FS-CTB-DATA(1:6) EQUAL WS-ANO-MES AND
                  FS-CTB-VALOR IS NUMERIC
                   PERFORM 3100-CLASSIFICA-LANCAMENTO
               END-IF
               READ ARQ-CONTABIL
                   AT END MOVE 10 TO FS-STAT-CTB
               END-READ
           END-PERFORM

           CLOSE ARQ-CONTABIL.

       3000-LE-DIARIO-FILIALX. EXIT.

      * -----------------------------------
      * LEVA O LANCAMENTO A LINHA DO ROLL-FORWARD PELA CONTA E
      * DEBITO/CREDITO; AS DEMAIS CONTAS NAO SAO DO CONTAS A RECEBER
       3100-CLASSIFICA-LANCAMENTO SECTION.

           MOVE FS-CTB-DATA(7:2) TO WS-DIA-IDX
           IF WS-DIA-IDX EQUAL ZEROS OR WS-DIA-IDX GREATER 31
               GO TO 3100-CLASSIFICA-LANCAMENTOX
           END-IF

           MOVE FS-CTB-VALOR TO WS-VL-CENTAVOS
           COMPUTE WS-VL-LANCTO = WS-VL-CENTAVOS / 100
           MOVE ZEROS TO WS-IX-LINHA

           EVALUATE TRUE
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-FATURAMENTO AND
                    FS-CTB-DC EQUAL "C"
                   MOVE 1 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-VASILHAME AND
                    FS-CTB-DC EQUAL "C"
                   MOVE 1 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-ACRESCIMO AND
                    FS-CTB-DC EQUAL "C"
                   MOVE 2 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-RECEBIMENTO AND
                    FS-CTB-DC EQUAL "D"
                   MOVE 3 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-HAVER AND
                    FS-CTB-DC EQUAL "D"
                   MOVE 3 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-HAVER AND
                    FS-CTB-DC EQUAL "C" AND
                    FS-CTB-HISTORICO EQUAL "HAVER PAGTO A MAIOR"
                   MOVE 3 TO WS-IX-LINHA
                   COMPUTE WS-VL-LANCTO = ZEROS - WS-VL-LANCTO
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-DEVOLUCAO AND
                    FS-CTB-DC EQUAL "D"
                   MOVE 4 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-RENEGOCIACAO AND
                    FS-CTB-DC EQUAL "C"
                   MOVE 5 TO WS-IX-LINHA
               WHEN FS-CTB-CONTA EQUAL WS-CONTA-RENEGOCIACAO AND
                    FS-CTB-DC EQUAL "D"
                   MOVE 6 TO WS-IX-LINHA
           END-EVALUATE

           IF WS-IX-LINHA GREATER ZEROS
               ADD 1 TO WQT-LANCAMENTOS
               ADD WS-VL-LANCTO
                 TO WS-CNC-DIARIO(WS-IX-LINHA, WS-DIA-IDX)
           END-IF.

       3100-CLASSIFICA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * DIFERENCA POR DIA E NO MES DE CADA LINHA; LINHA COM
      * DIFERENCA NO MES ACIMA DA TOLERANCIA TIRA O MES DO BALANCO
       4000-COMPARA SECTION.

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
             UNTIL WS-IX-LINHA GREATER 6

               MOVE 'N' TO WS-CNC-DIVERGE(WS-IX-LINHA)

               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX GREATER 31
                   ADD WS-CNC-SUB(WS-IX-LINHA, WS-DIA-IDX)
                     TO WS-CNC-TOT-SUB(WS-IX-LINHA)
                   ADD WS-CNC-DIARIO(WS-IX-LINHA, WS-DIA-IDX)
                     TO WS-CNC-TOT-DIARIO(WS-IX-LINHA)
                   COMPUTE WS-VL-DIF =
                       WS-CNC-SUB(WS-IX-LINHA, WS-DIA-IDX) -
                       WS-CNC-DIARIO(WS-IX-LINHA, WS-DIA-IDX)
                   IF WS-VL-DIF GREATER WS-VL-TOLERANCIA OR
                      WS-VL-DIF LESS WS-VL-TOLERANCIA-NEG
                       MOVE 'S' TO WS-CNC-DIF-DIA(WS-IX-LINHA,
                                                  WS-DIA-IDX)
                   ELSE
                       MOVE 'N' TO WS-CNC-DIF-DIA(WS-IX-LINHA,
                                                  WS-DIA-IDX)
                   END-IF
               END-PERFORM

               COMPUTE WS-VL-DIF =
                   WS-CNC-TOT-SUB(WS-IX-LINHA) -
                   WS-CNC-TOT-DIARIO(WS-IX-LINHA)
               IF WS-VL-DIF GREATER WS-VL-TOLERANCIA OR
                  WS-VL-DIF LESS WS-VL-TOLERANCIA-NEG
                   MOVE 'S' TO WS-CNC-DIVERGE(WS-IX-LINHA)
                   MOVE 'N' TO WS-CONCILIADO
                   ADD 1 TO WQT-LINHAS-DIVERGE
               END-IF
           END-PERFORM

           COMPUTE WS-VL-SALDO-CALC =
               WS-VL-SALDO-INICIAL
               + WS-CNC-TOT-SUB(1) + WS-CNC-TOT-SUB(2)
               - WS-CNC-TOT-SUB(3) - WS-CNC-TOT-SUB(4)
               - WS-CNC-TOT-SUB(5) + WS-CNC-TOT-SUB(6)

           IF WS-VL-SALDO-CALC NOT EQUAL WS-VL-SALDO-FINAL OR
              E-ACO-ESTOURO
               MOVE 'N' TO WS-CONCILIADO
           END-IF.

       4000-COMPARAX. EXIT.

      * -----------------------------------
      * CABECALHO E QUADRO DO ROLL-FORWARD
       5100-GRAVA-RESUMO SECTION.

           MOVE SPACES TO WS-LINHA-REL
           STRING "CONCILIACAO DO CONTAS A RECEBER COM O DIARIO - "
                    DELIMITED BY SIZE
                  "PERIODO " DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-REL
           MOVE WQT-ARQ-DIARIO TO WS-ED-QTD
           STRING "GERADO EM " DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  LK-OPERADOR DELIMITED BY SPACE
                  " - ARQUIVOS DO DIARIO LIDOS: " DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           IF WQT-ARQ-DIARIO EQUAL ZEROS
               MOVE "NENHUM ARQUIVO CONTABIL DO PERIODO - RODAR A GERAC
      -             "AO DO ARQUIVO CONTABIL" TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-IF

           IF E-ACO-ESTOURO
               MOVE "TABELA DE ACORDOS CHEIA - RENEGOCIACOES NAO DATADA
      -             "S, CONCILIACAO NAO CONCLUSIVA" TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-ROLL
           MOVE "LINHA" TO WS-LRF-DESCRICAO
           MOVE WS-LINHA-ROLL TO WS-LINHA-REL
           MOVE "SUBRAZAO" TO WS-LINHA-REL(39:8)
           MOVE "DIARIO" TO WS-LINHA-REL(61:6)
           MOVE "DIFERENCA" TO WS-LINHA-REL(78:9)
           PERFORM 6900-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-ROLL
           MOVE "SALDO INICIAL" TO WS-LRF-DESCRICAO
           MOVE WS-VL-SALDO-INICIAL TO WS-LRF-SUB
           MOVE WS-LINHA-ROLL TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
             UNTIL WS-IX-LINHA GREATER 6
               MOVE SPACES TO WS-LINHA-ROLL
               MOVE WS-TAB-DS-LINHA(WS-IX-LINHA) TO WS-LRF-DESCRICAO
               MOVE WS-CNC-TOT-SUB(WS-IX-LINHA) TO WS-LRF-SUB
               MOVE WS-CNC-TOT-DIARIO(WS-IX-LINHA) TO WS-LRF-DIARIO
               COMPUTE WS-LRF-DIF =
                   WS-CNC-TOT-SUB(WS-IX-LINHA) -
                   WS-CNC-TOT-DIARIO(WS-IX-LINHA)
               IF WS-CNC-DIVERGE(WS-IX-LINHA) EQUAL 'S'
                   MOVE "** DIVERGE **" TO WS-LRF-SITUACAO
               ELSE
                   MOVE "OK" TO WS-LRF-SITUACAO
               END-IF
               MOVE WS-LINHA-ROLL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-ROLL
           MOVE "(=) SALDO FINAL APURADO" TO WS-LRF-DESCRICAO
           MOVE WS-VL-SALDO-CALC TO WS-LRF-SUB
           MOVE WS-LINHA-ROLL TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-ROLL
           MOVE "SALDO FINAL DOS TITULOS" TO WS-LRF-DESCRICAO
           MOVE WS-VL-SALDO-FINAL TO WS-LRF-SUB
           COMPUTE WS-LRF-DIF = WS-VL-SALDO-FINAL - WS-VL-SALDO-CALC
           IF WS-VL-SALDO-FINAL EQUAL WS-VL-SALDO-CALC
               MOVE "OK" TO WS-LRF-SITUACAO
           ELSE
               MOVE "** DIVERGE **" TO WS-LRF-SITUACAO
           END-IF
           MOVE WS-LINHA-ROLL TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           IF E-CONCILIADO
               MOVE "RESULTADO: CONCILIADO" TO WS-LINHA-REL
           ELSE
               MOVE "RESULTADO: FORA DO BALANCO - O PERIODO NAO PODE SE
      -             "R FECHADO" TO WS-LINHA-REL
           END-IF
           PERFORM 6900-GRAVA-LINHA.

       5100-GRAVA-RESUMOX. EXIT.

      * -----------------------------------
      * PARA CADA LINHA FORA DO BALANCO: DIFERENCAS POR DIA E OS
      * TITULOS (OU DEVOLUCOES) DOS DIAS DIVERGENTES
       5300-GRAVA-DIFERENCAS SECTION.

           IF WQT-LINHAS-DIVERGE EQUAL ZEROS
               GO TO 5300-GRAVA-DIFERENCASX
           END-IF

           PERFORM VARYING WS-IX-LINHA FROM 1 BY 1
             UNTIL WS-IX-LINHA GREATER 6
               IF WS-CNC-DIVERGE(WS-IX-LINHA) EQUAL 'S'
                   MOVE SPACES TO WS-LINHA-REL
                   PERFORM 6900-GRAVA-LINHA
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "DIFERENCAS POR DIA - " DELIMITED BY SIZE
                          WS-TAB-DS-LINHA(WS-IX-LINHA)
                            DELIMITED BY SIZE
                     INTO WS-LINHA-REL
                   PERFORM 6900-GRAVA-LINHA
                   PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                     UNTIL WS-DIA-IDX GREATER 31
                       IF WS-CNC-DIF-DIA(WS-IX-LINHA, WS-DIA-IDX)
                          EQUAL 'S'
                           PERFORM 5310-GRAVA-DIA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA
           MOVE "ITENS DOS DIAS DIVERGENTES" TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-ITEM
           MOVE "LINHA" TO WS-LIT-DESCRICAO
           MOVE WS-LINHA-ITEM TO WS-LINHA-REL
           MOVE "DIA" TO WS-LINHA-REL(28:3)
           MOVE "TIP" TO WS-LINHA-REL(33:3)
           MOVE "DOCUMEN" TO WS-LINHA-REL(37:7)
           MOVE "CLIENTE" TO WS-LINHA-REL(46:7)
           MOVE "PEDIDO" TO WS-LINHA-REL(55:6)
           MOVE "ACORDO" TO WS-LINHA-REL(64:6)
           MOVE "VALOR" TO WS-LINHA-REL(86:5)
           PERFORM 6900-GRAVA-LINHA

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6100-LER-ARQ-RECEBER
           PERFORM UNTIL NOT FS-STAT-REC-OK
               PERFORM 5400-LISTA-TITULO
               PERFORM 6100-LER-ARQ-RECEBER
           END-PERFORM

           IF WS-CNC-DIVERGE(4) EQUAL 'S' AND E-DEV-ABERTO
               MOVE LOW-VALUES TO FS-DEV-KEY
               PERFORM 6200-LER-ARQ-DEVOLUCAO
               PERFORM UNTIL NOT FS-STAT-DEV-OK
                   PERFORM 5500-LISTA-DEVOLUCAO
                   PERFORM 6200-LER-ARQ-DEVOLUCAO
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           MOVE WQT-ITENS-LISTADOS TO WS-ED-QTD
           STRING "ITENS LISTADOS: " DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA.

       5300-GRAVA-DIFERENCASX. EXIT.

      * -----------------------------------
      * UMA LINHA DE DIFERENCA DO DIA WS-DIA-IDX
       5310-GRAVA-DIA SECTION.

           MOVE SPACES TO WS-LINHA-ROLL
           MOVE SPACES TO WS-LRF-DESCRICAO
           STRING "  DIA " WS-DIA-IDX DELIMITED BY SIZE
             INTO WS-LRF-DESCRICAO
           MOVE WS-CNC-SUB(WS-IX-LINHA, WS-DIA-IDX) TO WS-LRF-SUB
           MOVE WS-CNC-DIARIO(WS-IX-LINHA, WS-DIA-IDX)
             TO WS-LRF-DIARIO
           COMPUTE WS-LRF-DIF =
               WS-CNC-SUB(WS-IX-LINHA, WS-DIA-IDX) -
               WS-CNC-DIARIO(WS-IX-LINHA, WS-DIA-IDX)
           MOVE WS-LINHA-ROLL TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA.

       5310-GRAVA-DIAX. EXIT.

      * -----------------------------------
      * LISTA O TITULO EM CADA LINHA FORA DO BALANCO EM QUE ELE
      * MOVIMENTOU NUM DIA DIVERGENTE
       5400-LISTA-TITULO SECTION.

           PERFORM 2110-DATAS-TITULO

           IF WS-DT-ENTRADA(1:6) EQUAL WS-ANO-MES
               MOVE WS-DT-ENTRADA(7:2) TO WS-DIA-IDX
               MOVE WS-IX-ENTRADA TO WS-IX-LINHA
               MOVE FS-REC-VL-DOCUMENTO TO WS-VL-LIQUIDO
               PERFORM 5410-GRAVA-TITULO
           END-IF

           IF FS-REC-DT-PAGAMENTO(1:6) EQUAL WS-ANO-MES
               MOVE FS-REC-DT-PAGAMENTO(7:2) TO WS-DIA-IDX
               IF FS-REC-VL-ACRESCIMO GREATER ZEROS
                   MOVE 2 TO WS-IX-LINHA
                   MOVE FS-REC-VL-ACRESCIMO TO WS-VL-LIQUIDO
                   PERFORM 5410-GRAVA-TITULO
               END-IF
               MOVE 3 TO WS-IX-LINHA
               COMPUTE WS-VL-LIQUIDO =
                   FS-REC-VL-PAGO + FS-REC-VL-ACRESCIMO
               PERFORM 5410-GRAVA-TITULO
           END-IF

           IF WS-DT-RENEG(1:6) EQUAL WS-ANO-MES
               MOVE WS-DT-RENEG(7:2) TO WS-DIA-IDX
               MOVE 5 TO WS-IX-LINHA
               MOVE WS-VL-RENEG TO WS-VL-LIQUIDO
               PERFORM 5410-GRAVA-TITULO
           END-IF.

       5400-LISTA-TITULOX. EXIT.

      * -----------------------------------
      * GRAVA O TITULO NA LINHA WS-IX-LINHA, DIA WS-DIA-IDX, SE A
      * LINHA E O DIA ESTIVEREM DIVERGENTES
       5410-GRAVA-TITULO SECTION.

           IF WS-DIA-IDX EQUAL ZEROS OR WS-DIA-IDX GREATER 31
               GO TO 5410-GRAVA-TITULOX
           END-IF

           IF WS-CNC-DIVERGE(WS-IX-LINHA) NOT EQUAL 'S' OR
              WS-CNC-DIF-DIA(WS-IX-LINHA, WS-DIA-IDX) NOT EQUAL 'S'
               GO TO 5410-GRAVA-TITULOX
           END-IF

           MOVE SPACES TO WS-LINHA-ITEM
           MOVE WS-TAB-DS-LINHA(WS-IX-LINHA) TO WS-LIT-DESCRICAO
           MOVE WS-DIA-IDX TO WS-LIT-DIA
           MOVE "TIT" TO WS-LIT-TIPO
           MOVE FS-REC-NR-DOCUMENTO TO WS-LIT-DOCUMENTO
           MOVE FS-REC-CD-CLIENTE TO WS-LIT-CLIENTE
           MOVE FS-REC-NR-PEDIDO TO WS-LIT-PEDIDO
           MOVE FS-REC-NR-ACORDO TO WS-LIT-ACORDO
           MOVE WS-VL-LIQUIDO TO WS-LIT-VALOR
           MOVE WS-LINHA-ITEM TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA
           ADD 1 TO WQT-ITENS-LISTADOS.

       5410-GRAVA-TITULOX. EXIT.

      * -----------------------------------
      * LISTA A DEVOLUCAO DE DIA DIVERGENTE DAS BAIXAS POR DEVOLUCAO
       5500-LISTA-DEVOLUCAO SECTION.

           IF FS-DEV-DT-DEVOLUCAO(1:6) NOT EQUAL WS-ANO-MES
               GO TO 5500-LISTA-DEVOLUCAOX
           END-IF

           MOVE FS-DEV-DT-DEVOLUCAO(7:2) TO WS-DIA-IDX
           IF WS-DIA-IDX EQUAL ZEROS OR WS-DIA-IDX GREATER 31
               GO TO 5500-LISTA-DEVOLUCAOX
           END-IF

           IF WS-CNC-DIF-DIA(4, WS-DIA-IDX) NOT EQUAL 'S'
               GO TO 5500-LISTA-DEVOLUCAOX
           END-IF

           MOVE SPACES TO WS-LINHA-ITEM
           MOVE WS-TAB-DS-LINHA(4) TO WS-LIT-DESCRICAO
           MOVE WS-DIA-IDX TO WS-LIT-DIA
           MOVE "DEV" TO WS-LIT-TIPO
           MOVE FS-DEV-NR-DEVOLUCAO TO WS-LIT-DOCUMENTO
           MOVE FS-DEV-CD-CLIENTE TO WS-LIT-CLIENTE
           MOVE FS-DEV-NR-PEDIDO TO WS-LIT-PEDIDO
           MOVE ZEROS TO WS-LIT-ACORDO
           MOVE FS-DEV-VL-DEVOLVIDO TO WS-LIT-VALOR
           MOVE WS-LINHA-ITEM TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA
           ADD 1 TO WQT-ITENS-LISTADOS.

       5500-LISTA-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA APURACAO; DEVOLUCAO, HAVER E PEDIDO SAO
      * OPCIONAIS
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN INPUT ARQ-RECEBER
           END-IF

           MOVE 'N' TO WS-PED-ABERTO
           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-OK
               MOVE 'S' TO WS-PED-ABERTO
           END-IF

           MOVE 'N' TO WS-DEV-ABERTO
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-STAT-DEV-OK
               MOVE 'S' TO WS-DEV-ABERTO
           END-IF

           MOVE 'N' TO WS-HAV-ABERTO
           OPEN INPUT ARQ-HAVER
           IF FS-STAT-HAV-OK
               MOVE 'S' TO WS-HAV-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * GRAVA O RESULTADO NO REGISTRO DO MES EM ARQ-PERIODO (CRIA O
      * REGISTRO, ABERTO, SE O MES AINDA NAO ESTIVER CONTROLADO)
       6000-GRAVA-PERIODO SECTION.

           OPEN I-O ARQ-PERIODO
           IF FS-STAT-PRD-NAO-EXISTE
               OPEN OUTPUT ARQ-PERIODO
               CLOSE ARQ-PERIODO
               OPEN I-O ARQ-PERIODO
           END-IF

           MOVE WS-ANO-MES TO FS-PRD-ANO-MES
           READ ARQ-PERIODO
               INVALID KEY
                   CONTINUE
           END-READ

           IF FS-STAT-PRD-OK
               PERFORM 6010-MARCA-CONCILIACAO
               REWRITE ARQ-PERIODO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO ARQ-PERIODO-REC
               MOVE WS-ANO-MES TO FS-PRD-ANO-MES
               MOVE "A" TO FS-PRD-IND-SITUACAO
               MOVE ZEROS TO FS-PRD-DT-FECHAMENTO
               MOVE LK-OPERADOR TO FS-PRD-ID-OPERADOR
               PERFORM 6010-MARCA-CONCILIACAO
               WRITE ARQ-PERIODO-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           CLOSE ARQ-PERIODO.

       6000-GRAVA-PERIODOX. EXIT.

      * -----------------------------------
      * SITUACAO E DATA DA CONCILIACAO NO REGISTRO DO PERIODO
       6010-MARCA-CONCILIACAO SECTION.

           IF E-CONCILIADO
               MOVE "S" TO FS-PRD-IND-CONC-RECEBER
           ELSE
               MOVE "D" TO FS-PRD-IND-CONC-RECEBER
           END-IF
           MOVE WS-DT-HOJE TO FS-PRD-DT-CONC-RECEBER.

       6010-MARCA-CONCILIACAOX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6100-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
             NOT INVALID KEY
               READ ARQ-RECEBER NEXT
               END-READ
           END-START.

       6100-LER-ARQ-RECEBER-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMA DEVOLUCAO PELA CHAVE
       6200-LER-ARQ-DEVOLUCAO SECTION.

           START ARQ-DEVOLUCAO KEY > FS-DEV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-DEV
               NOT INVALID KEY
                   READ ARQ-DEVOLUCAO NEXT
                       AT END MOVE 99 TO FS-STAT-DEV
                   END-READ
           END-START.

       6200-LER-ARQ-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * LE PROXIMO MOVIMENTO DO HAVER PELA CHAVE
       6300-LER-ARQ-HAVER SECTION.

           START ARQ-HAVER KEY > FS-HAV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-HAV
               NOT INVALID KEY
                   READ ARQ-HAVER NEXT
                       AT END MOVE 99 TO FS-STAT-HAV
                   END-READ
           END-START.

       6300-LER-ARQ-HAVERX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA DO RELATORIO
       6900-GRAVA-LINHA SECTION.

           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       6900-GRAVA-LINHAX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA APURACAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-RECEBER

           IF E-PED-ABERTO
               CLOSE ARQ-PEDIDO
           END-IF

           IF E-DEV-ABERTO
               CLOSE ARQ-DEVOLUCAO
           END-IF

           IF E-HAV-ABERTO
               CLOSE ARQ-HAVER
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA NO LOG E MOSTRA (OU EXIBE, EM BATCH) A MENSAGEM FINAL
       8000-ENCERRA-MENSAGEM SECTION.

           MOVE "CBL_CONCILIA_RECEBER" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       8000-ENCERRA-MENSAGEMX. EXIT.

      * -----------------------------------
      * REGISTRA O RELATORIO DA CONCILIACAO NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "CONCILIA_RECEBER" TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "PERIODO " WS-ANO-MES DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
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
       END PROGRAM CBL_CONCILIA_RECEBER.
