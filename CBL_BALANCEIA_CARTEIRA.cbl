      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Balanceamento das Carteiras de Clientes por Regiao
      * Tectonics: cobc
      ******************************************************************
      * DUAS FUNCOES SOB O MESMO MENU:
      *   01 - GERA O BALANCEAMENTO (RODADA AVULSA, TAMBEM EM MODO
      *        BATCH): EM CADA REGIAO, COM OS VENDEDORES DE CAMPO QUE
      *        TEM COORDENADAS, MEDE A CARTEIRA DE CADA UM PELA
      *        QUANTIDADE DE CLIENTES ATIVOS, PELO FATURADO DELES NOS
      *        ULTIMOS BALANCO-JANELA-DIAS (PADRAO 90) E PELO KM DA
      *        ROTA (SOMA DAS DISTANCIAS DA BASE DO VENDEDOR AOS SEUS
      *        CLIENTES). A CARGA DO VENDEDOR (100 = MEDIA DA REGIAO)
      *        E A MEDIA DAS PARTICIPACOES EM CLIENTES E EM FATURADO.
      *        DO VENDEDOR MAIS CARREGADO PROPOE PASSAR UM CLIENTE AO
      *        VIZINHO MAIS PROXIMO DO CLIENTE NA REGIAO SEMPRE QUE A
      *        DIFERENCA ENTRE OS DOIS DIMINUI, ESCOLHENDO O QUE MENOS
      *        AUMENTA O KM; O KM A MAIS DE TODOS OS MOVIMENTOS NAO
      *        PASSA DE BALANCO-PC-DIST-MAX (PADRAO 10%) DO KM DA
      *        REGIAO, ATE BALANCO-MAX-MOVIMENTOS (PADRAO 20) POR
      *        REGIAO. AS PROPOSTAS VAO PARA BALANCO.IDX E PARA A LISTA
      *        BALANCO_CARTEIRA_<AAAAMMDD>.TXT, COM OS NUMEROS DE CADA
      *        VENDEDOR ANTES E DEPOIS; AS PENDENTES DE RODADAS
      *        ANTERIORES FICAM SUBSTITUIDAS.
      *   02 - ANALISE PELO GESTOR COMERCIAL (PERFIL APROVADOR):
      *        ACEITA OU REJEITA CADA MOVIMENTO PENDENTE COM CODIGO DE
      *        MOTIVO. O ACEITO TRANSFERE O CLIENTE COM JORNAL,
      *        AUDITORIA DO CLIENTE (TRANSFER, COMO A TRANSFERENCIA DE
      *        CARTEIRA) E AUDITORIA GERAL COM O MOTIVO; SE O CLIENTE
      *        JA MUDOU DE VENDEDOR, E REJEITADO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_BALANCEIA_CARTEIRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-BALANCO ASSIGN TO DISK WID-ARQ-BALANCO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-BAL-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BAL.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

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

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

           SELECT ARQ-LISTA ASSIGN TO WNM-ARQ-LISTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-LIS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-BALANCO.

       COPY FS-ARQ-BALANCO.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

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

       77 FS-STAT-BAL PIC 9(02).
           88 FS-STAT-BAL-OK         VALUE 00.
           88 FS-STAT-BAL-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       77 FS-STAT-LIS PIC 9(02).
           88 FS-STAT-LIS-OK         VALUE 00.

       77 WNM-ARQ-LISTA     PIC X(50) VALUE SPACES.

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

      * PARAMETROS DO BALANCEAMENTO
       77 WS-DIAS-JANELA      PIC 9(003) VALUE 90.
       77 WS-PC-DIST-MAX      PIC 9(003) VALUE 10.
       77 WS-QT-MAX-MOVIMENTOS PIC 9(003) VALUE 20.

      * VENDEDORES DE CAMPO COM REGIAO E COORDENADAS, COM A CARTEIRA
      * ANTES E DEPOIS DOS MOVIMENTOS PROPOSTOS E A CARGA (100 = MEDIA
      * DA REGIAO)
       01 WS-TAB-VEN.
           05 WS-TAB-VEN-ITEM OCCURS 200.
               10 WS-VEN-CD           PIC 9(007).
               10 WS-VEN-NM           PIC X(040).
               10 WS-VEN-REGIAO       PIC X(004).
               10 WS-VEN-LAT          PIC S9(003)V9(008).
               10 WS-VEN-LON          PIC S9(003)V9(008).
               10 WS-VEN-QT-ANTES     PIC 9(005).
               10 WS-VEN-VL-ANTES     PIC 9(013)V99.
               10 WS-VEN-KM-ANTES     PIC 9(007)V99.
               10 WS-VEN-CARGA-ANTES  PIC 9(005)V99.
               10 WS-VEN-QT-DEPOIS    PIC 9(005).
               10 WS-VEN-VL-DEPOIS    PIC 9(013)V99.
               10 WS-VEN-KM-DEPOIS    PIC 9(007)V99.
               10 WS-VEN-CARGA        PIC 9(005)V99.
               10 WS-VEN-ESGOTADO     PIC X(001).
       77 WS-TAB-VEN-QTD PIC 9(004) VALUE ZEROS.
       77 WS-VEN-IDX     PIC 9(004) VALUE ZEROS.
       77 WS-VEN-IDX2    PIC 9(004) VALUE ZEROS.
       77 WS-VEN-IDX-MAIOR PIC 9(004) VALUE ZEROS.
       77 WS-REG-IDX     PIC 9(004) VALUE ZEROS.
       77 WS-VEN-IDX-ANT PIC 9(004) VALUE ZEROS.
       77 WS-CD-VENDEDOR-TAB PIC 9(007) VALUE ZEROS.

      * CLIENTES ATIVOS DAS CARTEIRAS (EM ORDEM DE CODIGO), COM O
      * DONO, O VIZINHO MAIS PROXIMO NA REGIAO E AS DUAS DISTANCIAS
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 3000.
               10 WS-CLI-CD           PIC 9(007).
               10 WS-CLI-VEN-IDX      PIC 9(004).
               10 WS-CLI-ORIG-IDX     PIC 9(004).
               10 WS-CLI-VIZ-IDX      PIC 9(004).
               10 WS-CLI-KM-DONO      PIC 9(005)V99.
               10 WS-CLI-KM-VIZ       PIC 9(005)V99.
               10 WS-CLI-VL-FAT       PIC 9(011)V99.
               10 WS-CLI-MOVIDO       PIC X(001).
       77 WS-TAB-CLI-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX     PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX-MELHOR PIC 9(004) VALUE ZEROS.
       77 WS-TAB-INI     PIC 9(004) VALUE ZEROS.
       77 WS-TAB-FIM     PIC 9(004) VALUE ZEROS.
       77 WS-TAB-MEIO    PIC 9(004) VALUE ZEROS.
       77 WS-CD-CLIENTE-TAB PIC 9(007) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * REGIAO CORRENTE E SEUS TOTAIS
       77 WS-REGIAO-CORR     PIC X(004) VALUE SPACES.
       77 WS-QT-VEN-REGIAO   PIC 9(004) VALUE ZEROS.
       77 WS-QT-CLI-REGIAO   PIC 9(007) VALUE ZEROS.
       77 WS-VL-FAT-REGIAO   PIC 9(015)V99 VALUE ZEROS.
       77 WS-KM-REGIAO       PIC 9(009)V99 VALUE ZEROS.
       77 WS-QT-MEDIA        PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-MEDIA        PIC 9(013)V99 VALUE ZEROS.
       77 WS-KM-LIMITE       PIC 9(009)V99 VALUE ZEROS.
       77 WS-KM-EXTRA        PIC S9(009)V99 VALUE ZEROS.
       77 WS-KM-EXTRA-CLI    PIC S9(007)V99 VALUE ZEROS.
       77 WS-KM-EXTRA-MELHOR PIC S9(007)V99 VALUE ZEROS.
       77 WS-KM-EXTRA-TESTE  PIC S9(009)V99 VALUE ZEROS.
       77 WS-DELTA-CARGA     PIC 9(005)V99 VALUE ZEROS.
       77 WS-DIF-CARGA       PIC S9(005)V99 VALUE ZEROS.
       77 WS-DIST-MIN        PIC 9(005)V9(008) VALUE ZEROS.
       77 WS-QT-MOV-REGIAO   PIC 9(005) VALUE ZEROS.
       77 WS-FIM-REGIAO PIC X VALUE 'N'.
           88 E-FIM-REGIAO VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-VENDEDORES    PIC 9(9) VALUE ZEROS.
           05 WQT-CLIENTES      PIC 9(9) VALUE ZEROS.
           05 WQT-REGIOES       PIC 9(9) VALUE ZEROS.
           05 WQT-MOVIMENTOS    PIC 9(9) VALUE ZEROS.
           05 WQT-SUBSTITUIDAS  PIC 9(9) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(120) VALUE SPACES.
       77 WS-ED-QTD      PIC ZZZZ9.
       77 WS-ED-KM       PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-KM-LIM   PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-KM-EXTRA PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-KM-ORI   PIC ZZ,ZZ9.99.
       77 WS-ED-KM-DES   PIC ZZ,ZZ9.99.
       77 WS-ED-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAB-VEN.
           05 FILLER PIC X(008) VALUE "VENDEDOR".
           05 FILLER PIC X(023) VALUE "NOME".
           05 FILLER PIC X(006) VALUE "C.ANT".
           05 FILLER PIC X(006) VALUE "C.DEP".
           05 FILLER PIC X(018) VALUE "   FATURADO ANTES".
           05 FILLER PIC X(018) VALUE "  FATURADO DEPOIS".
           05 FILLER PIC X(011) VALUE "  KM ANTES".
           05 FILLER PIC X(011) VALUE " KM DEPOIS".
           05 FILLER PIC X(009) VALUE "CARGA AN".
           05 FILLER PIC X(008) VALUE "CARGA DP".

       01 WS-LIN-VEN.
           05 WS-LV-CD        PIC 9(007).
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-NM        PIC X(022).
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-QT-ANT    PIC ZZZZ9.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-QT-DEP    PIC ZZZZ9.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-VL-ANT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-VL-DEP    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-KM-ANT    PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-KM-DEP    PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-CG-ANT    PIC ZZZZ9.99.
           05 FILLER          PIC X(001) VALUE SPACES.
           05 WS-LV-CG-DEP    PIC ZZZZ9.99.

      * ANALISE: AUTORIZACAO, PROPOSTA EM TELA E DECISAO
       77 WS-PODE-APROVAR PIC X VALUE 'N'.
           88 E-PODE-APROVAR VALUE 'S'.
       77 WS-ID-ANALISTA  PIC X(010) VALUE "SISTEMA".

       77 WS-CD-CLIENTE    PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE    PIC X(040) VALUE SPACES.
       77 WS-DT-BALANCO    PIC 9(008) VALUE ZEROS.
       77 WS-NM-VEN-ORIGEM  PIC X(040) VALUE SPACES.
       77 WS-NM-VEN-DESTINO PIC X(040) VALUE SPACES.

       77 WS-DECISAO       PIC X(001) VALUE SPACES.
           88 E-ACEITAR    VALUES ARE "A" "a".
           88 E-REJEITAR   VALUES ARE "R" "r".
           88 E-PROXIMO    VALUES ARE "P" "p".
       77 WS-CD-MOTIVO     PIC X(010) VALUE SPACES.
       77 WS-DS-COMENTARIO PIC X(060) VALUE SPACES.

       77 WS-ACHOU PIC X VALUE 'N'.
           88 E-ACHOU VALUE 'S'.

       77 WS-QT-ACEITAS    PIC 9(005) VALUE ZEROS.
       77 WS-QT-REJEITADAS PIC 9(005) VALUE ZEROS.

      * RESUMO DO MOVIMENTO PARA A AUDITORIA GERAL
       01 WS-AGR-RESUMO.
           05 FILLER             PIC X(009) VALUE "VENDEDOR ".
           05 WS-AGR-CD-VENDEDOR PIC 9(007).
           05 FILLER             PIC X(004) VALUE " KM ".
           05 WS-AGR-VL-KM       PIC 9(005).99.
           05 FILLER             PIC X(008) VALUE " MOTIVO ".
           05 WS-AGR-CD-MOTIVO   PIC X(010).

       COPY CPY_ID_ARQ_BALANCO.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_CALC_DISTANCIA.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_AUDITORIA.

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
           05 LINE 07 COLUMN 15 VALUE "01 - GERAR BALANCEAMENTO".
           05 LINE 08 COLUMN 15 VALUE "02 - ANALISAR MOVIMENTOS".
           05 LINE 10 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 04 VALUE "Vendedores Avaliados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-VENDEDORES.
           05 LINE 14 COLUMN 06 VALUE "Clientes Avaliados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CLIENTES.
           05 LINE 15 COLUMN 06 VALUE "Regioes Avaliadas:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-REGIOES.
           05 LINE 16 COLUMN 04 VALUE "Movimentos Propostos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-MOVIMENTOS.
           05 LINE 17 COLUMN 02 VALUE "Pendentes Substituidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-SUBSTITUIDAS.

       01 SS-TELA-PROPOSTA.
           05 LINE 04 COLUMN 13 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 05 COLUMN 04 VALUE "Balanceamento em:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-BALANCO.
           05 COLUMN PLUS 3 VALUE "Regiao:".
           05 COLUMN PLUS 2 PIC X(04) FROM FS-BAL-CD-REGIAO.
           05 LINE 07 COLUMN 08 VALUE "Vendedor Atual:".
           05 COLUMN PLUS 2 PIC 9(07) FROM FS-BAL-CD-VEN-ORIGEM.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-VEN-ORIGEM.
           05 LINE 08 COLUMN 17 VALUE "KM:".
           05 COLUMN PLUS 2 PIC ZZ,ZZ9.99 FROM FS-BAL-VL-KM-ORIGEM.
           05 LINE 10 COLUMN 06 VALUE "Vendedor Proposto:".
           05 COLUMN PLUS 2 PIC 9(07) FROM FS-BAL-CD-VEN-DESTINO.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-VEN-DESTINO.
           05 LINE 11 COLUMN 17 VALUE "KM:".
           05 COLUMN PLUS 2 PIC ZZ,ZZ9.99 FROM FS-BAL-VL-KM-DESTINO.
           05 LINE 13 COLUMN 11 VALUE "Faturado:".
           05 COLUMN PLUS 2 PIC ZZ,ZZZ,ZZZ,ZZ9.99
              FROM FS-BAL-VL-FATURADO.

       01 SS-TELA-DECISAO.
           05 LINE 16 COLUMN 02
              VALUE "Decisao (A-Aceitar R-Rejeitar P-Proximo):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.
           05 LINE 17 COLUMN 12 VALUE "Motivo:".
           05 COLUMN PLUS 2 PIC X(10) USING WS-CD-MOTIVO.
           05 LINE 18 COLUMN 08 VALUE "Comentario:".
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
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-BALANCO
           END-IF
           MOVE WNM-PATH-BALANCO TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-BALANCO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-BALANCO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-BALANCO TO WNM-PATH-OPERADOR

           PERFORM 0100-LE-PARAMETROS

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-ANALISTA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-BALANCO.
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

      * EM MODO BATCH SO A GERACAO RODA; A ANALISE E DE TELA
           IF E-MODO-BATCH
               PERFORM 1000-GERA-BALANCO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM UNTIL E-ENCERRAR
               MOVE "BALANCEAMENTO DE CARTEIRAS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-GERAR
                       PERFORM 1000-GERA-BALANCO
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
      * PARAMETROS DO BALANCEAMENTO (AUSENTE = PADRAO)
       0100-LE-PARAMETROS SECTION.

           MOVE "BALANCO-JANELA-DIAS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-JANELA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "BALANCO-PC-DIST-MAX" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-DIST-MAX = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "BALANCO-MAX-MOVIMENTOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-MAX-MOVIMENTOS =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF.

       0100-LE-PARAMETROSX. EXIT.

      * -----------------------------------
      * GERA O BALANCEAMENTO: CARREGA VENDEDORES, CLIENTES E
      * FATURADO, SUBSTITUI AS PENDENTES ANTERIORES E BALANCEIA
      * REGIAO A REGIAO GRAVANDO AS PROPOSTAS E A LISTA
       1000-GERA-BALANCO SECTION.

           MOVE "01 - GERAR BALANCEAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-TAB-VEN-QTD WS-TAB-CLI-QTD

           COMPUTE WS-DT-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-HOJE) - WS-DIAS-JANELA)

           MOVE SPACES TO WNM-ARQ-LISTA
           STRING "BALANCO_CARTEIRA_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-LISTA

           OPEN INPUT ARQ-VENDEDOR
           IF FS-STAT-VEN-NAO-EXISTE
               MOVE "SEM VENDEDORES PARA BALANCEAR" TO WS-MSGERRO
               PERFORM 9100-REGISTRA-MENSAGEM
               GO TO 1000-GERA-BALANCOX
           END-IF

           PERFORM 1100-CARREGA-VENDEDORES
           CLOSE ARQ-VENDEDOR

           IF WS-TAB-VEN-QTD LESS 2
               MOVE "MENOS DE DOIS VENDEDORES COM REGIAO E COORDENADAS"
                 TO WS-MSGERRO
               PERFORM 9100-REGISTRA-MENSAGEM
               GO TO 1000-GERA-BALANCOX
           END-IF

           OPEN INPUT ARQ-CLIENTE
           IF FS-STAT-CLI-NAO-EXISTE
               MOVE "SEM CLIENTES PARA BALANCEAR" TO WS-MSGERRO
               PERFORM 9100-REGISTRA-MENSAGEM
               GO TO 1000-GERA-BALANCOX
           END-IF

           PERFORM 1200-CARREGA-CLIENTES
           CLOSE ARQ-CLIENTE

           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-OK
               PERFORM 1300-ACUMULA-FATURADO
               CLOSE ARQ-PEDIDO
           END-IF

      * FATURADO DE CADA CARTEIRA E O PONTO DE PARTIDA DO DEPOIS
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-CLI-QTD
               MOVE WS-CLI-VEN-IDX(WS-TAB-IDX) TO WS-VEN-IDX
               ADD WS-CLI-VL-FAT(WS-TAB-IDX)
                 TO WS-VEN-VL-ANTES(WS-VEN-IDX)
           END-PERFORM

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
             UNTIL WS-VEN-IDX GREATER WS-TAB-VEN-QTD
               MOVE WS-VEN-QT-ANTES(WS-VEN-IDX)
                 TO WS-VEN-QT-DEPOIS(WS-VEN-IDX)
               MOVE WS-VEN-VL-ANTES(WS-VEN-IDX)
                 TO WS-VEN-VL-DEPOIS(WS-VEN-IDX)
               MOVE WS-VEN-KM-ANTES(WS-VEN-IDX)
                 TO WS-VEN-KM-DEPOIS(WS-VEN-IDX)
           END-PERFORM

           PERFORM 5000-ABRIR-ARQ-BALANCO
           PERFORM 1350-SUBSTITUI-PENDENTES

           OPEN OUTPUT ARQ-LISTA

           MOVE SPACES TO ARQ-LISTA-REC
           STRING "BALANCEAMENTO DE CARTEIRAS - FATURADO DESDE "
                  DELIMITED BY SIZE
                  WS-DT-INICIO-JANELA DELIMITED BY SIZE
             INTO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

      * CADA REGIAO E BALANCEADA UMA VEZ, NA PRIMEIRA OCORRENCIA
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
             UNTIL WS-REG-IDX GREATER WS-TAB-VEN-QTD
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING WS-VEN-IDX-ANT FROM 1 BY 1
                 UNTIL WS-VEN-IDX-ANT NOT LESS WS-REG-IDX OR E-ACHADO
                   IF WS-VEN-REGIAO(WS-VEN-IDX-ANT) EQUAL
                      WS-VEN-REGIAO(WS-REG-IDX)
                       MOVE 'S' TO WS-ACHADO
                   END-IF
               END-PERFORM
               IF NOT E-ACHADO
                   MOVE WS-VEN-REGIAO(WS-REG-IDX) TO WS-REGIAO-CORR
                   PERFORM 1400-BALANCEIA-REGIAO
               END-IF
           END-PERFORM

           CLOSE ARQ-LISTA
           CLOSE ARQ-BALANCO

           MOVE SPACES TO WS-MSGERRO
           STRING "BALANCEAMENTO: " DELIMITED BY SIZE
                  WQT-REGIOES DELIMITED BY SIZE
                  " REGIOES, " DELIMITED BY SIZE
                  WQT-MOVIMENTOS DELIMITED BY SIZE
                  " MOVIMENTOS PROPOSTOS" DELIMITED BY SIZE
             INTO WS-MSGERRO

           IF E-MODO-BATCH
               PERFORM 9100-REGISTRA-MENSAGEM
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1000-GERA-BALANCOX. EXIT.

      * -----------------------------------
      * CARREGA OS VENDEDORES DE CAMPO COM REGIAO E COORDENADAS;
      * SUPERVISOR E GERENTE NAO TEM CARTEIRA
       1100-CARREGA-VENDEDORES SECTION.

           MOVE LOW-VALUES TO FS-VEN-KEY
           PERFORM 6000-LER-ARQ-VENDEDOR

           PERFORM UNTIL NOT FS-STAT-VEN-OK
                      OR WS-TAB-VEN-QTD NOT LESS 200

               IF NOT FS-VEN-GESTOR AND
                  FS-VEN-CD-REGIAO NOT EQUAL SPACES AND
                  (FS-VEN-VL-LATITUDE NOT EQUAL ZEROS OR
                   FS-VEN-VL-LONGITUDE NOT EQUAL ZEROS)
                   ADD 1 TO WS-TAB-VEN-QTD
                   MOVE WS-TAB-VEN-QTD TO WS-VEN-IDX
                   MOVE FS-VEN-CD-VENDEDOR  TO WS-VEN-CD(WS-VEN-IDX)
                   MOVE FS-VEN-NM-VENDEDOR  TO WS-VEN-NM(WS-VEN-IDX)
                   MOVE FS-VEN-CD-REGIAO    TO WS-VEN-REGIAO(WS-VEN-IDX)
                   MOVE FS-VEN-VL-LATITUDE  TO WS-VEN-LAT(WS-VEN-IDX)
                   MOVE FS-VEN-VL-LONGITUDE TO WS-VEN-LON(WS-VEN-IDX)
                   MOVE ZEROS TO WS-VEN-QT-ANTES(WS-VEN-IDX)
                                 WS-VEN-VL-ANTES(WS-VEN-IDX)
                                 WS-VEN-KM-ANTES(WS-VEN-IDX)
                                 WS-VEN-CARGA-ANTES(WS-VEN-IDX)
                                 WS-VEN-CARGA(WS-VEN-IDX)
                   MOVE 'N' TO WS-VEN-ESGOTADO(WS-VEN-IDX)
                   ADD 1 TO WQT-VENDEDORES
               END-IF

               PERFORM 6000-LER-ARQ-VENDEDOR
           END-PERFORM.

       1100-CARREGA-VENDEDORESX. EXIT.

      * -----------------------------------
      * CARREGA OS CLIENTES ATIVOS DAS CARTEIRAS DOS VENDEDORES DA
      * TABELA, EM ORDEM DE CODIGO
       1200-CARREGA-CLIENTES SECTION.

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6050-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK
                      OR WS-TAB-CLI-QTD NOT LESS 3000

               IF NOT FS-CLI-INATIVO
                   MOVE FS-CLI-CD-VENDEDOR TO WS-CD-VENDEDOR-TAB
                   PERFORM 6150-LOCALIZA-VENDEDOR-TAB
                   IF WS-VEN-IDX GREATER ZEROS
                       PERFORM 1250-DISTANCIAS-CLIENTE
                   END-IF
               END-IF

               PERFORM 6050-LER-ARQ-CLIENTE
           END-PERFORM.

       1200-CARREGA-CLIENTESX. EXIT.

      * -----------------------------------
      * GUARDA O CLIENTE CORRENTE (DONO EM WS-VEN-IDX) COM A
      * DISTANCIA A BASE DO DONO E O VIZINHO MAIS PROXIMO DA MESMA
      * REGIAO; SEM COORDENADA OU DE OUTRA REGIAO, O CLIENTE CONTA NA
      * CARTEIRA MAS NAO SE MOVE
       1250-DISTANCIAS-CLIENTE SECTION.

           ADD 1 TO WS-TAB-CLI-QTD
           MOVE WS-TAB-CLI-QTD TO WS-TAB-IDX
           MOVE FS-CLI-CD-CLIENTE TO WS-CLI-CD(WS-TAB-IDX)
           MOVE WS-VEN-IDX TO WS-CLI-VEN-IDX(WS-TAB-IDX)
                              WS-CLI-ORIG-IDX(WS-TAB-IDX)
           MOVE ZEROS TO WS-CLI-VIZ-IDX(WS-TAB-IDX)
                         WS-CLI-KM-DONO(WS-TAB-IDX)
                         WS-CLI-KM-VIZ(WS-TAB-IDX)
                         WS-CLI-VL-FAT(WS-TAB-IDX)
           MOVE 'N' TO WS-CLI-MOVIDO(WS-TAB-IDX)
           ADD 1 TO WQT-CLIENTES
           ADD 1 TO WS-VEN-QT-ANTES(WS-VEN-IDX)

           MOVE FS-CLI-VL-LATITUDE  TO LK-LATITUDE-ORI
           MOVE FS-CLI-VL-LONGITUDE TO LK-LONGITUDE-ORI
           MOVE WS-VEN-LAT(WS-VEN-IDX) TO LK-LATITUDE-DES
           MOVE WS-VEN-LON(WS-VEN-IDX) TO LK-LONGITUDE-DES
           MOVE "K" TO LK-DIST-UNIDADE
           CALL 'CBL_CALC_DISTANCIA' USING LK-DIST-PARAMETERS

           IF NOT LK-DIST-RC-OK
               GO TO 1250-DISTANCIAS-CLIENTEX
           END-IF

           COMPUTE WS-CLI-KM-DONO(WS-TAB-IDX) ROUNDED = LK-DIST-KM-S
           ADD WS-CLI-KM-DONO(WS-TAB-IDX) TO WS-VEN-KM-ANTES(WS-VEN-IDX)

           IF FS-CLI-CD-REGIAO NOT EQUAL SPACES AND
              FS-CLI-CD-REGIAO NOT EQUAL WS-VEN-REGIAO(WS-VEN-IDX)
               GO TO 1250-DISTANCIAS-CLIENTEX
           END-IF

           MOVE 99999 TO WS-DIST-MIN

           PERFORM VARYING WS-VEN-IDX2 FROM 1 BY 1
             UNTIL WS-VEN-IDX2 GREATER WS-TAB-VEN-QTD
               IF WS-VEN-IDX2 NOT EQUAL WS-VEN-IDX AND
                  WS-VEN-REGIAO(WS-VEN-IDX2) EQUAL
                  WS-VEN-REGIAO(WS-VEN-IDX)
                   MOVE WS-VEN-LAT(WS-VEN-IDX2) TO LK-LATITUDE-DES
                   MOVE WS-VEN-LON(WS-VEN-IDX2) TO LK-LONGITUDE-DES
                   CALL 'CBL_CALC_DISTANCIA' USING LK-DIST-PARAMETERS
                   IF LK-DIST-RC-OK AND
                      LK-DIST-KM-S LESS WS-DIST-MIN
                       MOVE LK-DIST-KM-S TO WS-DIST-MIN
                       MOVE WS-VEN-IDX2 TO WS-CLI-VIZ-IDX(WS-TAB-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLI-VIZ-IDX(WS-TAB-IDX) GREATER ZEROS
               COMPUTE WS-CLI-KM-VIZ(WS-TAB-IDX) ROUNDED = WS-DIST-MIN
           END-IF.

       1250-DISTANCIAS-CLIENTEX. EXIT.

      * -----------------------------------
      * SOMA POR CLIENTE AS VENDAS FATURADAS NA JANELA
       1300-ACUMULA-FATURADO SECTION.

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6060-LER-ARQ-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK

               IF FS-PED-FATURADO AND FS-PED-TP-VENDA AND
                  FS-PED-DT-FATURAMENTO NOT LESS WS-DT-INICIO-JANELA
                   MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-TAB
                   PERFORM 6100-LOCALIZA-CLIENTE-TAB
                   IF WS-TAB-IDX GREATER ZEROS
                       ADD FS-PED-VL-TOTAL TO WS-CLI-VL-FAT(WS-TAB-IDX)
                           ON SIZE ERROR
                               CONTINUE
                       END-ADD
                   END-IF
               END-IF

               PERFORM 6060-LER-ARQ-PEDIDO
           END-PERFORM.

       1300-ACUMULA-FATURADOX. EXIT.

      * -----------------------------------
      * OS MOVIMENTOS AINDA PENDENTES DE RODADAS ANTERIORES SAO
      * SUBSTITUIDOS PELO BALANCEAMENTO NOVO
       1350-SUBSTITUI-PENDENTES SECTION.

           MOVE LOW-VALUES TO FS-BAL-KEY
           MOVE ZEROS TO FS-STAT-BAL

           PERFORM UNTIL NOT FS-STAT-BAL-OK
               PERFORM 6200-LE-PROX-BALANCO
               IF FS-STAT-BAL-OK AND FS-BAL-PENDENTE
                   MOVE "S" TO FS-BAL-IND-SITUACAO
                   MOVE WS-DT-HOJE TO FS-BAL-DT-DECISAO
                   MOVE "SUBSTITUIDO POR BALANCEAMENTO POSTERIOR"
                     TO FS-BAL-DS-COMENTARIO
                   REWRITE ARQ-BALANCO-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WQT-SUBSTITUIDAS
               END-IF
           END-PERFORM.

       1350-SUBSTITUI-PENDENTESX. EXIT.

      * -----------------------------------
      * BALANCEIA A REGIAO CORRENTE: MEDIAS, LIMITE DE KM A MAIS E
      * MOVIMENTOS ATE NAO HAVER MAIS O QUE ESTREITAR
       1400-BALANCEIA-REGIAO SECTION.

           MOVE ZEROS TO WS-QT-VEN-REGIAO WS-QT-CLI-REGIAO
                         WS-VL-FAT-REGIAO WS-KM-REGIAO
                         WS-KM-EXTRA WS-QT-MOV-REGIAO

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
             UNTIL WS-VEN-IDX GREATER WS-TAB-VEN-QTD
               IF WS-VEN-REGIAO(WS-VEN-IDX) EQUAL WS-REGIAO-CORR
                   ADD 1 TO WS-QT-VEN-REGIAO
                   ADD WS-VEN-QT-ANTES(WS-VEN-IDX) TO WS-QT-CLI-REGIAO
                   ADD WS-VEN-VL-ANTES(WS-VEN-IDX) TO WS-VL-FAT-REGIAO
                   ADD WS-VEN-KM-ANTES(WS-VEN-IDX) TO WS-KM-REGIAO
               END-IF
           END-PERFORM

           IF WS-QT-VEN-REGIAO LESS 2 OR WS-QT-CLI-REGIAO EQUAL ZEROS
               GO TO 1400-BALANCEIA-REGIAOX
           END-IF

           ADD 1 TO WQT-REGIOES

           COMPUTE WS-QT-MEDIA ROUNDED =
               WS-QT-CLI-REGIAO / WS-QT-VEN-REGIAO
           COMPUTE WS-VL-MEDIA ROUNDED =
               WS-VL-FAT-REGIAO / WS-QT-VEN-REGIAO
           COMPUTE WS-KM-LIMITE ROUNDED =
               WS-KM-REGIAO * WS-PC-DIST-MAX / 100

           PERFORM 1450-CALCULA-CARGAS

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
             UNTIL WS-VEN-IDX GREATER WS-TAB-VEN-QTD
               IF WS-VEN-REGIAO(WS-VEN-IDX) EQUAL WS-REGIAO-CORR
                   MOVE WS-VEN-CARGA(WS-VEN-IDX)
                     TO WS-VEN-CARGA-ANTES(WS-VEN-IDX)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FIM-REGIAO
           PERFORM 1500-PROPOE-MOVIMENTO UNTIL E-FIM-REGIAO

           PERFORM 1600-GRAVA-LISTA-REGIAO.

       1400-BALANCEIA-REGIAOX. EXIT.

      * -----------------------------------
      * CARGA DE CADA VENDEDOR DA REGIAO PELA CARTEIRA DEPOIS DOS
      * MOVIMENTOS JA PROPOSTOS: MEDIA DAS PARTICIPACOES EM CLIENTES
      * E EM FATURADO (SEM FATURADO NA REGIAO, SO CLIENTES)
       1450-CALCULA-CARGAS SECTION.

           PERFORM VARYING WS-VEN-IDX2 FROM 1 BY 1
             UNTIL WS-VEN-IDX2 GREATER WS-TAB-VEN-QTD
               IF WS-VEN-REGIAO(WS-VEN-IDX2) EQUAL WS-REGIAO-CORR
                   IF WS-VL-MEDIA GREATER ZEROS
                       COMPUTE WS-VEN-CARGA(WS-VEN-IDX2) ROUNDED =
                           (WS-VEN-QT-DEPOIS(WS-VEN-IDX2) /
                            WS-QT-MEDIA +
                            WS-VEN-VL-DEPOIS(WS-VEN-IDX2) /
                            WS-VL-MEDIA) * 50
                   ELSE
                       COMPUTE WS-VEN-CARGA(WS-VEN-IDX2) ROUNDED =
                           WS-VEN-QT-DEPOIS(WS-VEN-IDX2) * 100 /
                           WS-QT-MEDIA
                   END-IF
               END-IF
           END-PERFORM.

       1450-CALCULA-CARGASX. EXIT.

      * -----------------------------------
      * PROPOE UM MOVIMENTO A PARTIR DO VENDEDOR MAIS CARREGADO DA
      * REGIAO (ACIMA DA MEDIA): ENTRE OS SEUS CLIENTES CUJO VIZINHO
      * ESTA MENOS CARREGADO E CUJA PASSAGEM ESTREITA A DIFERENCA DOS
      * DOIS, O QUE MENOS AUMENTA O KM DENTRO DO LIMITE. SEM NENHUM,
      * O VENDEDOR FICA ESGOTADO E A VEZ PASSA AO SEGUINTE
       1500-PROPOE-MOVIMENTO SECTION.

           IF WS-QT-MOV-REGIAO NOT LESS WS-QT-MAX-MOVIMENTOS
               MOVE 'S' TO WS-FIM-REGIAO
               GO TO 1500-PROPOE-MOVIMENTOX
           END-IF

           MOVE ZEROS TO WS-VEN-IDX-MAIOR
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
             UNTIL WS-VEN-IDX GREATER WS-TAB-VEN-QTD
               IF WS-VEN-REGIAO(WS-VEN-IDX) EQUAL WS-REGIAO-CORR AND
                  WS-VEN-ESGOTADO(WS-VEN-IDX) EQUAL 'N'
                   IF WS-VEN-IDX-MAIOR EQUAL ZEROS
                       MOVE WS-VEN-IDX TO WS-VEN-IDX-MAIOR
                   ELSE
                       IF WS-VEN-CARGA(WS-VEN-IDX) GREATER
                          WS-VEN-CARGA(WS-VEN-IDX-MAIOR)
                           MOVE WS-VEN-IDX TO WS-VEN-IDX-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-VEN-IDX-MAIOR EQUAL ZEROS OR
              WS-VEN-CARGA(WS-VEN-IDX-MAIOR) NOT GREATER 100
               MOVE 'S' TO WS-FIM-REGIAO
               GO TO 1500-PROPOE-MOVIMENTOX
           END-IF

           MOVE ZEROS TO WS-TAB-IDX-MELHOR WS-KM-EXTRA-MELHOR

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-CLI-QTD
               IF WS-CLI-VEN-IDX(WS-TAB-IDX) EQUAL WS-VEN-IDX-MAIOR
                  AND WS-CLI-MOVIDO(WS-TAB-IDX) EQUAL 'N'
                  AND WS-CLI-VIZ-IDX(WS-TAB-IDX) GREATER ZEROS
                   PERFORM 1550-AVALIA-CANDIDATO
               END-IF
           END-PERFORM

           IF WS-TAB-IDX-MELHOR EQUAL ZEROS
               MOVE 'S' TO WS-VEN-ESGOTADO(WS-VEN-IDX-MAIOR)
               GO TO 1500-PROPOE-MOVIMENTOX
           END-IF

      * APLICA O MOVIMENTO NA CARTEIRA DEPOIS E GRAVA A PROPOSTA
           MOVE WS-TAB-IDX-MELHOR TO WS-TAB-IDX
           MOVE WS-CLI-VIZ-IDX(WS-TAB-IDX) TO WS-VEN-IDX2

           SUBTRACT 1 FROM WS-VEN-QT-DEPOIS(WS-VEN-IDX-MAIOR)
           SUBTRACT WS-CLI-VL-FAT(WS-TAB-IDX)
               FROM WS-VEN-VL-DEPOIS(WS-VEN-IDX-MAIOR)
           SUBTRACT WS-CLI-KM-DONO(WS-TAB-IDX)
               FROM WS-VEN-KM-DEPOIS(WS-VEN-IDX-MAIOR)
           ADD 1 TO WS-VEN-QT-DEPOIS(WS-VEN-IDX2)
           ADD WS-CLI-VL-FAT(WS-TAB-IDX)
             TO WS-VEN-VL-DEPOIS(WS-VEN-IDX2)
           ADD WS-CLI-KM-VIZ(WS-TAB-IDX)
             TO WS-VEN-KM-DEPOIS(WS-VEN-IDX2)

           MOVE WS-VEN-IDX2 TO WS-CLI-VEN-IDX(WS-TAB-IDX)
           MOVE 'S' TO WS-CLI-MOVIDO(WS-TAB-IDX)
           ADD WS-KM-EXTRA-MELHOR TO WS-KM-EXTRA
           ADD 1 TO WS-QT-MOV-REGIAO WQT-MOVIMENTOS

           PERFORM 1450-CALCULA-CARGAS
           PERFORM 1560-GRAVA-PROPOSTA.

       1500-PROPOE-MOVIMENTOX. EXIT.

      * -----------------------------------
      * AVALIA O CLIENTE WS-TAB-IDX DO VENDEDOR MAIS CARREGADO COMO
      * CANDIDATO A PASSAR AO SEU VIZINHO
       1550-AVALIA-CANDIDATO SECTION.

           MOVE WS-CLI-VIZ-IDX(WS-TAB-IDX) TO WS-VEN-IDX2

           COMPUTE WS-DIF-CARGA = WS-VEN-CARGA(WS-VEN-IDX-MAIOR) -
                                  WS-VEN-CARGA(WS-VEN-IDX2)
           IF WS-DIF-CARGA NOT GREATER ZEROS
               GO TO 1550-AVALIA-CANDIDATOX
           END-IF

      * A CARGA QUE O CLIENTE LEVA SAI DE UM E ENTRA NO OUTRO: A
      * DIFERENCA SO ESTREITA SE ELA FOR MENOR QUE A DIFERENCA ATUAL
           IF WS-VL-MEDIA GREATER ZEROS
               COMPUTE WS-DELTA-CARGA ROUNDED =
                   (1 / WS-QT-MEDIA +
                    WS-CLI-VL-FAT(WS-TAB-IDX) / WS-VL-MEDIA) * 50
           ELSE
               COMPUTE WS-DELTA-CARGA ROUNDED = 100 / WS-QT-MEDIA
           END-IF

           IF WS-DELTA-CARGA NOT LESS WS-DIF-CARGA
               GO TO 1550-AVALIA-CANDIDATOX
           END-IF

           COMPUTE WS-KM-EXTRA-CLI = WS-CLI-KM-VIZ(WS-TAB-IDX) -
                                     WS-CLI-KM-DONO(WS-TAB-IDX)
           COMPUTE WS-KM-EXTRA-TESTE = WS-KM-EXTRA + WS-KM-EXTRA-CLI
           IF WS-KM-EXTRA-TESTE GREATER WS-KM-LIMITE
               GO TO 1550-AVALIA-CANDIDATOX
           END-IF

           IF WS-TAB-IDX-MELHOR EQUAL ZEROS OR
              WS-KM-EXTRA-CLI LESS WS-KM-EXTRA-MELHOR
               MOVE WS-TAB-IDX      TO WS-TAB-IDX-MELHOR
               MOVE WS-KM-EXTRA-CLI TO WS-KM-EXTRA-MELHOR
           END-IF.

       1550-AVALIA-CANDIDATOX. EXIT.

      * -----------------------------------
      * GRAVA A PROPOSTA DO MOVIMENTO DE HOJE; SE O CLIENTE JA TEM
      * PROPOSTA HOJE (RODADA REPETIDA NO DIA), SO A SUBSTITUIDA
      * AGORA E REGRAVADA - A JA DECIDIDA FICA COMO ESTA
       1560-GRAVA-PROPOSTA SECTION.

           MOVE SPACES TO ARQ-BALANCO-REC
           PERFORM 1570-MONTA-PROPOSTA

           WRITE ARQ-BALANCO-REC
               INVALID KEY
                   READ ARQ-BALANCO
                   IF FS-STAT-BAL-OK AND FS-BAL-SUBSTITUIDA
                       SUBTRACT 1 FROM WQT-SUBSTITUIDAS
                       PERFORM 1570-MONTA-PROPOSTA
                       REWRITE ARQ-BALANCO-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-WRITE.

       1560-GRAVA-PROPOSTAX. EXIT.

      * -----------------------------------
       1570-MONTA-PROPOSTA SECTION.

           MOVE WS-DT-HOJE              TO FS-BAL-DT-BALANCO
           MOVE WS-CLI-CD(WS-TAB-IDX)   TO FS-BAL-CD-CLIENTE
           MOVE WS-REGIAO-CORR          TO FS-BAL-CD-REGIAO
           MOVE WS-VEN-CD(WS-VEN-IDX-MAIOR) TO FS-BAL-CD-VEN-ORIGEM
           MOVE WS-VEN-CD(WS-VEN-IDX2)  TO FS-BAL-CD-VEN-DESTINO
           MOVE WS-CLI-KM-DONO(WS-TAB-IDX) TO FS-BAL-VL-KM-ORIGEM
           MOVE WS-CLI-KM-VIZ(WS-TAB-IDX)  TO FS-BAL-VL-KM-DESTINO
           MOVE WS-CLI-VL-FAT(WS-TAB-IDX)  TO FS-BAL-VL-FATURADO
           MOVE "P"                     TO FS-BAL-IND-SITUACAO
           MOVE SPACES TO FS-BAL-ID-ANALISTA FS-BAL-CD-MOTIVO
                          FS-BAL-DS-COMENTARIO
           MOVE ZEROS  TO FS-BAL-DT-DECISAO.

       1570-MONTA-PROPOSTAX. EXIT.

      * -----------------------------------
      * BLOCO DA REGIAO NA LISTA: TOTAIS, CADA VENDEDOR ANTES E
      * DEPOIS E OS MOVIMENTOS PROPOSTOS
       1600-GRAVA-LISTA-REGIAO SECTION.

           MOVE SPACES TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE WS-KM-REGIAO TO WS-ED-KM
           MOVE WS-KM-LIMITE TO WS-ED-KM-LIM
           MOVE WS-KM-EXTRA  TO WS-ED-KM-EXTRA
           MOVE WS-QT-MOV-REGIAO TO WS-ED-QTD

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "REGIAO " DELIMITED BY SIZE
                  WS-REGIAO-CORR DELIMITED BY SIZE
                  " KM ROTA " DELIMITED BY SIZE
                  WS-ED-KM DELIMITED BY SIZE
                  " KM A MAIS LIMITE " DELIMITED BY SIZE
                  WS-ED-KM-LIM DELIMITED BY SIZE
                  " PROPOSTO " DELIMITED BY SIZE
                  WS-ED-KM-EXTRA DELIMITED BY SIZE
                  " MOVIMENTOS " DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           MOVE WS-CAB-VEN TO ARQ-LISTA-REC
           WRITE ARQ-LISTA-REC

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
             UNTIL WS-VEN-IDX GREATER WS-TAB-VEN-QTD
               IF WS-VEN-REGIAO(WS-VEN-IDX) EQUAL WS-REGIAO-CORR
                   MOVE WS-VEN-CD(WS-VEN-IDX)       TO WS-LV-CD
                   MOVE WS-VEN-NM(WS-VEN-IDX)       TO WS-LV-NM
                   MOVE WS-VEN-QT-ANTES(WS-VEN-IDX) TO WS-LV-QT-ANT
                   MOVE WS-VEN-QT-DEPOIS(WS-VEN-IDX) TO WS-LV-QT-DEP
                   MOVE WS-VEN-VL-ANTES(WS-VEN-IDX) TO WS-LV-VL-ANT
                   MOVE WS-VEN-VL-DEPOIS(WS-VEN-IDX) TO WS-LV-VL-DEP
                   MOVE WS-VEN-KM-ANTES(WS-VEN-IDX) TO WS-LV-KM-ANT
                   MOVE WS-VEN-KM-DEPOIS(WS-VEN-IDX) TO WS-LV-KM-DEP
                   MOVE WS-VEN-CARGA-ANTES(WS-VEN-IDX) TO WS-LV-CG-ANT
                   MOVE WS-VEN-CARGA(WS-VEN-IDX)    TO WS-LV-CG-DEP
                   MOVE WS-LIN-VEN TO ARQ-LISTA-REC
                   WRITE ARQ-LISTA-REC
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-CLI-QTD
               MOVE WS-CLI-ORIG-IDX(WS-TAB-IDX) TO WS-VEN-IDX
               IF WS-CLI-MOVIDO(WS-TAB-IDX) EQUAL 'S' AND
                  WS-VEN-REGIAO(WS-VEN-IDX) EQUAL WS-REGIAO-CORR
                   MOVE WS-CLI-VEN-IDX(WS-TAB-IDX) TO WS-VEN-IDX2
                   MOVE WS-CLI-KM-DONO(WS-TAB-IDX) TO WS-ED-KM-ORI
                   MOVE WS-CLI-KM-VIZ(WS-TAB-IDX)  TO WS-ED-KM-DES
                   MOVE WS-CLI-VL-FAT(WS-TAB-IDX)  TO WS-ED-VALOR
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  CLIENTE " DELIMITED BY SIZE
                          WS-CLI-CD(WS-TAB-IDX) DELIMITED BY SIZE
                          " DE " DELIMITED BY SIZE
                          WS-VEN-CD(WS-VEN-IDX) DELIMITED BY SIZE
                          " KM " DELIMITED BY SIZE
                          WS-ED-KM-ORI DELIMITED BY SIZE
                          " PARA " DELIMITED BY SIZE
                          WS-VEN-CD(WS-VEN-IDX2) DELIMITED BY SIZE
                          " KM " DELIMITED BY SIZE
                          WS-ED-KM-DES DELIMITED BY SIZE
                          " FATURADO " DELIMITED BY SIZE
                          WS-ED-VALOR DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO
                   MOVE WS-LIN-TEXTO TO ARQ-LISTA-REC
                   WRITE ARQ-LISTA-REC
               END-IF
           END-PERFORM.

       1600-GRAVA-LISTA-REGIAOX. EXIT.

      * -----------------------------------
      * ANALISE DOS MOVIMENTOS PENDENTES PELO GESTOR COMERCIAL
       2000-ANALISA-PROPOSTAS SECTION.

           MOVE "02 - ANALISAR MOVIMENTOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS

           PERFORM 6700-VERIFICA-AUTORIZACAO
           IF NOT E-PODE-APROVAR
               MOVE "OPERADOR SEM AUTORIZACAO DE APROVADOR"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-ANALISA-PROPOSTASX
           END-IF

           PERFORM 5000-ABRIR-ARQ-BALANCO
           OPEN I-O ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS TO WS-QT-ACEITAS WS-QT-REJEITADAS
           MOVE LOW-VALUES TO FS-BAL-KEY
           MOVE ZEROS TO FS-STAT-BAL
           PERFORM 6250-LE-PROX-PENDENTE

           IF NOT FS-STAT-BAL-OK
               MOVE "NENHUM MOVIMENTO DE BALANCEAMENTO PENDENTE"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE 'N' TO W-VAL-ENTRADA
               PERFORM 2100-DECIDE-PROPOSTA
                 UNTIL W-VAL-ENTRADA-OK OR NOT FS-STAT-BAL-OK

               MOVE SPACES TO WS-MSGERRO
               STRING "FIM DA FILA - ACEITOS " DELIMITED BY SIZE
                      WS-QT-ACEITAS DELIMITED BY SIZE
                      " REJEITADOS " DELIMITED BY SIZE
                      WS-QT-REJEITADAS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-BALANCO.

       2000-ANALISA-PROPOSTASX. EXIT.

      * -----------------------------------
      * MOSTRA O MOVIMENTO CORRENTE, ACEITA A DECISAO, O MOTIVO E O
      * COMENTARIO E AVANCA PARA O PROXIMO PENDENTE
       2100-DECIDE-PROPOSTA SECTION.

           PERFORM 2200-CARREGA-PROPOSTA

           MOVE SPACES TO WS-DECISAO WS-CD-MOTIVO WS-DS-COMENTARIO

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
               WHEN WS-CD-MOTIVO EQUAL SPACES
                   MOVE "INFORME O CODIGO DE MOTIVO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2100-DECIDE-PROPOSTAX
               WHEN OTHER
                   MOVE SPACES TO WS-ERRO
                   IF E-ACEITAR
                       MOVE "CONFIRMA A TRANSFERENCIA DO CLIENTE (S/N)?"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "CONFIRMA A REJEICAO DO MOVIMENTO (S/N)?"
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

           MOVE WS-DT-BALANCO TO FS-BAL-DT-BALANCO
           MOVE WS-CD-CLIENTE TO FS-BAL-CD-CLIENTE
           PERFORM 6250-LE-PROX-PENDENTE.

       2100-DECIDE-PROPOSTAX. EXIT.

      * -----------------------------------
      * CARREGA OS CAMPOS DA TELA COM O MOVIMENTO CORRENTE E OS NOMES
      * DO CLIENTE E DOS DOIS VENDEDORES
       2200-CARREGA-PROPOSTA SECTION.

           MOVE FS-BAL-DT-BALANCO TO WS-DT-BALANCO
           MOVE FS-BAL-CD-CLIENTE TO WS-CD-CLIENTE

           MOVE FS-BAL-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE
           ELSE
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-NM-CLIENTE
           END-IF

           MOVE FS-BAL-CD-VEN-ORIGEM TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE FS-VEN-NM-VENDEDOR TO WS-NM-VEN-ORIGEM
           ELSE
               MOVE "VENDEDOR NAO ENCONTRADO" TO WS-NM-VEN-ORIGEM
           END-IF

           MOVE FS-BAL-CD-VEN-DESTINO TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE FS-VEN-NM-VENDEDOR TO WS-NM-VEN-DESTINO
           ELSE
               MOVE "VENDEDOR NAO ENCONTRADO" TO WS-NM-VEN-DESTINO
           END-IF.

       2200-CARREGA-PROPOSTAX. EXIT.

      * -----------------------------------
      * ACEITA O MOVIMENTO: CONFERE QUE O CLIENTE SEGUE ATIVO NA
      * CARTEIRA DE ORIGEM E QUE O DESTINO SEGUE VENDEDOR DE CAMPO E
      * TRANSFERE O CLIENTE
       2300-ACEITA-PROPOSTA SECTION.

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO - REJEITE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2300-ACEITA-PROPOSTAX
           END-IF

           MOVE FS-BAL-CD-VEN-DESTINO TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR

           EVALUATE TRUE
               WHEN FS-CLI-CD-VENDEDOR NOT EQUAL FS-BAL-CD-VEN-ORIGEM
                 OR FS-CLI-INATIVO
                   MOVE "CARTEIRA ALTERADA APOS O BALANCEAMENTO"
                     TO WS-DS-COMENTARIO
                   PERFORM 2350-REJEITA-SUPERADA
                   GO TO 2300-ACEITA-PROPOSTAX
               WHEN NOT FS-STAT-VEN-OK OR FS-VEN-GESTOR
                   MOVE "VENDEDOR PROPOSTO NAO DISPONIVEL"
                     TO WS-DS-COMENTARIO
                   PERFORM 2350-REJEITA-SUPERADA
                   GO TO 2300-ACEITA-PROPOSTAX
           END-EVALUATE

           MOVE FS-CLI-DADOS TO LK-AUD-DADOS-ANTES

           MOVE FS-BAL-CD-VEN-DESTINO TO FS-CLI-CD-VENDEDOR

           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2300-ACEITA-PROPOSTAX
           END-REWRITE

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-CLIENTE

           MOVE "TRANSFER"             TO LK-AUD-OPERACAO
           MOVE FS-CLI-CD-CLIENTE      TO LK-AUD-CD-CLIENTE
           MOVE FS-CLI-CNPJ            TO LK-AUD-CNPJ
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO LK-AUD-NM-RAZAO-SOCIAL
           MOVE WS-ID-ANALISTA         TO LK-AUD-USUARIO
           MOVE FS-CLI-DADOS           TO LK-AUD-DADOS-DEPOIS
           CALL 'CBL_GRAVA_AUDITORIA' USING LK-AUD-PARAMETERS

           MOVE "A" TO FS-BAL-IND-SITUACAO
           PERFORM 2500-GRAVA-DECISAO

           MOVE "ACEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-ACEITAS
           MOVE "CLIENTE TRANSFERIDO AO VENDEDOR PROPOSTO" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2300-ACEITA-PROPOSTAX. EXIT.

      * -----------------------------------
      * O CADASTRO MUDOU DESDE O BALANCEAMENTO: O MOVIMENTO E
      * REJEITADO COM O MOTIVO JA EM WS-DS-COMENTARIO
       2350-REJEITA-SUPERADA SECTION.

           MOVE "R" TO FS-BAL-IND-SITUACAO
           PERFORM 2500-GRAVA-DECISAO

           MOVE "REJEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-REJEITADAS
           MOVE SPACES TO WS-MSGERRO
           STRING WS-DS-COMENTARIO DELIMITED BY "  "
                  " - REJEITADO" DELIMITED BY SIZE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2350-REJEITA-SUPERADAX. EXIT.

      * -----------------------------------
      * REJEITA O MOVIMENTO: O CLIENTE FICA ONDE ESTA
       2400-REJEITA-PROPOSTA SECTION.

           MOVE "R" TO FS-BAL-IND-SITUACAO
           PERFORM 2500-GRAVA-DECISAO

           MOVE "REJEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-REJEITADAS
           MOVE "MOVIMENTO REJEITADO" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2400-REJEITA-PROPOSTAX. EXIT.

      * -----------------------------------
      * GRAVA NO MOVIMENTO O GESTOR, A DATA, O MOTIVO E O COMENTARIO
      * DA DECISAO (SITUACAO JA CARREGADA)
       2500-GRAVA-DECISAO SECTION.

           MOVE WS-DT-BALANCO    TO FS-BAL-DT-BALANCO
           MOVE WS-CD-CLIENTE    TO FS-BAL-CD-CLIENTE
           MOVE WS-ID-ANALISTA   TO FS-BAL-ID-ANALISTA
           MOVE WS-DT-HOJE       TO FS-BAL-DT-DECISAO
           MOVE WS-CD-MOTIVO     TO FS-BAL-CD-MOTIVO
           MOVE WS-DS-COMENTARIO TO FS-BAL-DS-COMENTARIO

           REWRITE ARQ-BALANCO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       2500-GRAVA-DECISAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE PROPOSTAS, CRIANDO NO PRIMEIRO USO
       5000-ABRIR-ARQ-BALANCO SECTION.

           OPEN I-O ARQ-BALANCO

           IF FS-STAT-BAL-NAO-EXISTE
               OPEN OUTPUT ARQ-BALANCO
               CLOSE ARQ-BALANCO
               OPEN I-O ARQ-BALANCO
           END-IF.

       5000-ABRIR-ARQ-BALANCOX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR PELA CHAVE
       6000-LER-ARQ-VENDEDOR SECTION.

           START ARQ-VENDEDOR KEY > FS-VEN-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-VEN
               NOT INVALID KEY
                   READ ARQ-VENDEDOR NEXT
                       AT END MOVE 99 TO FS-STAT-VEN
                   END-READ
           END-START.

       6000-LER-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6050-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CLI
               NOT INVALID KEY
                   READ ARQ-CLIENTE NEXT
                       AT END MOVE 99 TO FS-STAT-CLI
                   END-READ
           END-START.

       6050-LER-ARQ-CLIENTEX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6060-LER-ARQ-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PED
               NOT INVALID KEY
                   READ ARQ-PEDIDO NEXT
                       AT END MOVE 99 TO FS-STAT-PED
                   END-READ
           END-START.

       6060-LER-ARQ-PEDIDOX. EXIT.

      * -----------------------------------
      * LOCALIZA O CLIENTE NA TABELA (CARREGADA EM ORDEM DE CODIGO)
      * POR PESQUISA BINARIA; NAO ACHADO = INDICE ZERO
       6100-LOCALIZA-CLIENTE-TAB SECTION.

           MOVE ZEROS TO WS-TAB-IDX
           MOVE 1 TO WS-TAB-INI
           MOVE WS-TAB-CLI-QTD TO WS-TAB-FIM

           PERFORM UNTIL WS-TAB-INI GREATER WS-TAB-FIM OR
                         WS-TAB-IDX GREATER ZEROS
               COMPUTE WS-TAB-MEIO = (WS-TAB-INI + WS-TAB-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-CLI-CD(WS-TAB-MEIO) EQUAL WS-CD-CLIENTE-TAB
                       MOVE WS-TAB-MEIO TO WS-TAB-IDX
                   WHEN WS-CLI-CD(WS-TAB-MEIO) LESS WS-CD-CLIENTE-TAB
                       COMPUTE WS-TAB-INI = WS-TAB-MEIO + 1
                   WHEN OTHER
                       IF WS-TAB-MEIO EQUAL 1
                           MOVE ZEROS TO WS-TAB-FIM
                       ELSE
                           COMPUTE WS-TAB-FIM = WS-TAB-MEIO - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

       6100-LOCALIZA-CLIENTE-TABX. EXIT.

      * -----------------------------------
      * LOCALIZA O VENDEDOR NA TABELA; NAO ACHADO = INDICE ZERO
       6150-LOCALIZA-VENDEDOR-TAB SECTION.

           MOVE ZEROS TO WS-VEN-IDX
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-VEN-IDX2 FROM 1 BY 1
             UNTIL WS-VEN-IDX2 GREATER WS-TAB-VEN-QTD OR E-ACHADO
               IF WS-VEN-CD(WS-VEN-IDX2) EQUAL WS-CD-VENDEDOR-TAB
                   MOVE WS-VEN-IDX2 TO WS-VEN-IDX
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       6150-LOCALIZA-VENDEDOR-TABX. EXIT.

      * -----------------------------------
      * LE A PROXIMA PROPOSTA PELA CHAVE
       6200-LE-PROX-BALANCO SECTION.

           START ARQ-BALANCO KEY > FS-BAL-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-BAL
               NOT INVALID KEY
                   READ ARQ-BALANCO NEXT
                       AT END MOVE 99 TO FS-STAT-BAL
                   END-READ
           END-START.

       6200-LE-PROX-BALANCOX. EXIT.

      * -----------------------------------
      * PROXIMO MOVIMENTO PENDENTE APOS A CHAVE CORRENTE
       6250-LE-PROX-PENDENTE SECTION.

           MOVE 'N' TO WS-ACHOU

           PERFORM UNTIL E-ACHOU OR NOT FS-STAT-BAL-OK
               PERFORM 6200-LE-PROX-BALANCO
               IF FS-STAT-BAL-OK AND FS-BAL-PENDENTE
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       6250-LE-PROX-PENDENTEX. EXIT.

      * -----------------------------------
      * SO OPERADOR COM A AUTORIZACAO DE APROVADOR DO CADASTRO
      * DECIDE OS MOVIMENTOS (SEM CADASTRO DE OPERADORES, QUALQUER
      * UM PODE)
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
      * JORNALIZA A ATUALIZACAO DO CLIENTE PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_BALANCEIA_CARTEIRA" TO LK-JNL-PROGRAMA
           MOVE WS-ID-ANALISTA TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DECISAO NA AUDITORIA GERAL: ANTES = VENDEDOR E KM
      * ATUAIS, DEPOIS = VENDEDOR E KM PROPOSTOS COM O MOTIVO
       8700-REGISTRA-AUDITORIA SECTION.

           MOVE "CLIENTE"        TO LK-AGR-ENTIDADE
           MOVE SPACES           TO LK-AGR-CHAVE
           STRING WS-CD-CLIENTE DELIMITED BY SIZE
                  " BAL " DELIMITED BY SIZE
                  WS-DT-BALANCO DELIMITED BY SIZE
             INTO LK-AGR-CHAVE
           MOVE WS-ID-ANALISTA   TO LK-AGR-USUARIO

           MOVE FS-BAL-CD-VEN-ORIGEM  TO WS-AGR-CD-VENDEDOR
           MOVE FS-BAL-VL-KM-ORIGEM   TO WS-AGR-VL-KM
           MOVE SPACES TO LK-AGR-ANTES
           MOVE WS-AGR-RESUMO(1:28)   TO LK-AGR-ANTES

           MOVE FS-BAL-CD-VEN-DESTINO TO WS-AGR-CD-VENDEDOR
           MOVE FS-BAL-VL-KM-DESTINO  TO WS-AGR-VL-KM
           MOVE WS-CD-MOTIVO          TO WS-AGR-CD-MOTIVO
           MOVE WS-AGR-RESUMO         TO LK-AGR-DEPOIS

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

           MOVE "CBL_BALANCEIA_CARTEIRA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_BALANCEIA_CARTEIRA.
