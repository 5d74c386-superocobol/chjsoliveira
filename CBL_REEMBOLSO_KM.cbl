      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Apuracao Mensal de Km e Reembolso dos Vendedores
      * Tectonics: cobc
      ******************************************************************
      * CALCULA O KM ESPERADO DE CADA VENDEDOR NO MES A PARTIR DAS
      * VISITAS REGISTRADAS EM ARQ-VISITA: EM CADA DIA AS VISITAS SAO
      * ENCADEADAS POR CBL_CALC_DISTANCIA DA BASE DO VENDEDOR ATE A
      * ULTIMA VISITA E DE VOLTA A BASE, NA ORDEM DA FOLHA DE ROTA
      * SEQUENCIADA DO DIA (COPIA DATADA ROTA_SEQ_ DE CBL_ROTEIRIZA);
      * VISITA FORA DA FOLHA, OU DIA SEM FOLHA, ENTRA PELA HORA DO
      * CHECK-IN. A COORDENADA E A DO CADASTRO DO CLIENTE (SEM ELA, A
      * DO CHECK-IN; SEM NENHUMA, A VISITA NAO ENTRA NO PERCURSO).
      * O KM DECLARADO NA PRESTACAO DE CONTAS (ARQ-REEMBOLSO) E
      * CONFRONTADO COM O CALCULADO: ATE O CALCULADO MAIS A TOLERANCIA
      * (REEMB-TOLERANCIA-PC, PADRAO 10%) PAGA O DECLARADO; ACIMA
      * DISSO O KM E GLOSADO E PAGA O CALCULADO. O KM APROVADO VEZES
      * REEMB-VL-KM (PADRAO 0.90) MAIS AS DESPESAS COM RECIBO VAI PARA
      * O ARQUIVO DA FOLHA REEMBOLSO_FOLHA_AAAAMM.CSV, AO LADO DO
      * COMISSAO_FOLHA_AAAAMM.CSV DE CBL_COMISSAO, COM O DEMONSTRATIVO
      * DIA A DIA EM REEMBOLSO_AAAAMM.TXT. NO DEMONSTRATIVO O CPF SAI
      * MASCARADO PARA O OPERADOR SEM A AUTORIZACAO DE DADOS PESSOAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REEMBOLSO_KM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-REEMBOLSO ASSIGN TO DISK WID-ARQ-REEMBOLSO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REE.

           SELECT ARQ-ROTA ASSIGN TO WNM-ARQ-ROTA
               FILE STATUS        IS FS-STAT-ROT
               ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ-DEMONSTRATIVO ASSIGN TO WNM-ARQ-DEMONSTRATIVO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DEM.

           SELECT ARQ-FOLHA ASSIGN TO WNM-ARQ-FOLHA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-FOL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-REEMBOLSO.

       COPY FS-ARQ-REEMBOLSO.

       FD  ARQ-ROTA.
       01  ARQ-ROTA-REC PIC X(300).

       FD ARQ-DEMONSTRATIVO.
       01 ARQ-DEMONSTRATIVO-REC PIC X(100).

       FD ARQ-FOLHA.
       01 ARQ-FOLHA-REC PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-REE PIC 9(02).
           88 FS-STAT-REE-OK         VALUE 00.
           88 FS-STAT-REE-NAO-EXISTE VALUE 35.

       77 FS-STAT-ROT PIC 9(02).
           88 FS-STAT-ROT-OK         VALUE 00.

       77 FS-STAT-DEM PIC 9(02).
           88 FS-STAT-DEM-OK         VALUE 00.

       77 FS-STAT-FOL PIC 9(02).
           88 FS-STAT-FOL-OK         VALUE 00.

       77 WS-VISITA-ABERTA PIC X VALUE 'N'.
           88 E-VISITA-ABERTA VALUE 'S'.

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

       77 WS-ANO-MES PIC 9(006) VALUE ZEROS.
       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       77 WNM-ARQ-ROTA          PIC X(50) VALUE SPACES.
       77 WNM-ARQ-DEMONSTRATIVO PIC X(50) VALUE SPACES.
       77 WNM-ARQ-FOLHA         PIC X(50) VALUE SPACES.

      * VALOR POR KM E TOLERANCIA SOBRE O KM CALCULADO, SOBREPOSTOS
      * PELOS PARAMETROS REEMB-VL-KM E REEMB-TOLERANCIA-PC
       77 WS-VL-POR-KM      PIC 9(003)V99 VALUE 0.90.
       77 WS-PC-TOLERANCIA  PIC 9(003)V99 VALUE 10.00.

      * VISITAS DO DIA EM APURACAO
       01 WS-TAB-VISITA.
           05 WS-TAB-VIS-ITEM OCCURS 100.
               10 WS-TAB-VIS-CD       PIC 9(007).
               10 WS-TAB-VIS-LAT      PIC S9(003)V9(008).
               10 WS-TAB-VIS-LON      PIC S9(003)V9(008).
               10 WS-TAB-VIS-CHECKIN  PIC 9(006).
               10 WS-TAB-VIS-ORDEM    PIC 9(010).
               10 WS-TAB-VIS-USADA    PIC X(001).
       77 WS-TAB-VIS-QTD  PIC 9(003) VALUE ZEROS.
       77 WS-TAB-VIS-IDX  PIC 9(003) VALUE ZEROS.
       77 WS-TAB-VIS-MIN  PIC 9(003) VALUE ZEROS.
       77 WS-ORDEM-MIN    PIC 9(010) VALUE ZEROS.
       77 WS-VIS-PERDIDAS PIC 9(005) VALUE ZEROS.

      * PARADAS DA FOLHA DE ROTA SEQUENCIADA DO DIA
       01 WS-TAB-ROTA.
           05 WS-TAB-ROT-ITEM OCCURS 1000.
               10 WS-TAB-ROT-CD       PIC 9(007).
               10 WS-TAB-ROT-SEQ      PIC 9(004).
       77 WS-TAB-ROT-QTD  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-ROT-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-ROTA-DIA     PIC X(001) VALUE 'N'.
           88 TEM-ROTA-DIA VALUE 'S'.

       77 WS-ROT-CAMPO-1  PIC X(020) VALUE SPACES.
       77 WS-ROT-CAMPO-2  PIC X(020) VALUE SPACES.

       77 WS-DT-DIA       PIC 9(008) VALUE ZEROS.

      * POSICAO CORRENTE NO PERCURSO DO DIA
       77 WS-POS-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-POS-LON      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-TEM-POSICAO  PIC X(001) VALUE 'N'.
           88 TEM-POSICAO VALUE 'S'.

      * ACUMULADORES DO VENDEDOR NO MES
       77 WS-KM-DIA         PIC 9(007)V9(003) VALUE ZEROS.
       77 WS-KM-CALCULADO   PIC 9(007)V9(003) VALUE ZEROS.
       77 WS-KM-DECLARADO   PIC 9(007)V9 VALUE ZEROS.
       77 WS-KM-LIMITE      PIC 9(007)V9(003) VALUE ZEROS.
       77 WS-KM-APROVADO    PIC 9(007)V9 VALUE ZEROS.
       77 WS-QT-DIAS        PIC 9(003) VALUE ZEROS.
       77 WS-QT-DIAS-ROTA   PIC 9(003) VALUE ZEROS.
       77 WS-QT-VISITAS     PIC 9(005) VALUE ZEROS.
       77 WS-QT-LANCAMENTOS PIC 9(003) VALUE ZEROS.
       77 WS-VL-PEDAGIO     PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-ESTACIONAMENTO PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-REFEICAO    PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-KM          PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-REEMBOLSO   PIC 9(009)V99 VALUE ZEROS.
       77 WS-SIT-KM         PIC X(001) VALUE SPACES.
           88 KM-GLOSADO    VALUE "G".
       77 WS-CAB-GRAVADO    PIC X(001) VALUE 'N'.
           88 CAB-GRAVADO   VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-ARQ-VENDEDORES  PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-GLOSADOS    PIC 9(9) VALUE ZEROS.
           05 WQT-VL-GERAL        PIC 9(013)V99 VALUE ZEROS.

       01 WS-LINHA-DEM PIC X(100).
       77 WS-ED-KM         PIC Z,ZZZ,ZZ9.999.
       77 WS-ED-KM2        PIC Z,ZZZ,ZZ9.9.
       77 WS-ED-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-VALOR2     PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-QT         PIC ZZZZ9.
       77 WS-CPF-IMPRESSO  PIC X(011) VALUE SPACES.

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.

       01 WS-LINHA-FOLHA.
           05 WS-FOL-CD-VENDEDOR PIC 9(007).
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-CPF         PIC 9(011).
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-NOME        PIC X(040).
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-ANO-MES     PIC 9(006).
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-KM-APROVADO PIC 9(007).9.
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-VL-KM       PIC 9(009).99.
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-VL-PEDAGIO  PIC 9(009).99.
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-VL-ESTAC    PIC 9(009).99.
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-VL-REFEICAO PIC 9(009).99.
           05 FILLER             PIC X VALUE ";".
           05 WS-FOL-VL-TOTAL    PIC 9(009).99.

       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_VISITA.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_REEMBOLSO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_CALC_DISTANCIA.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_MASCARA_DADOS.

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
              "Periodo de Apuracao (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(006) USING WS-ANO-MES.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 05 VALUE "Vendedores Reembolsados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-VENDEDORES.
           05 LINE 14 COLUMN 05 VALUE "Km Glosados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-GLOSADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-VENDEDOR
           END-IF
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REEMBOLSO

           MOVE "REEMB-VL-KM" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-VL-POR-KM = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "REEMB-TOLERANCIA-PC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-TOLERANCIA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "APURACAO DE KM E REEMBOLSO" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-VIS-PERDIDAS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
               DISPLAY SS-TELA-PARAM
               ACCEPT SS-TELA-PARAM
           END-IF

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-ANO-MES GREATER ZEROS

               PERFORM 5000-MONTA-NOMES-ARQUIVO
               PERFORM 5100-ABRIR-ARQUIVOS

               MOVE SPACES TO WS-LINHA-DEM
               STRING "DEMONSTRATIVO DE KM E REEMBOLSO - PERIODO "
                        DELIMITED BY SIZE
                      WS-ANO-MES DELIMITED BY SIZE
                 INTO WS-LINHA-DEM
               PERFORM 6400-GRAVA-LINHA-DEM

               IF NOT E-VISITA-ABERTA
                   MOVE SPACES TO WS-LINHA-DEM
                   MOVE "ATENCAO: SEM ARQUIVO DE VISITAS, KM ZERADO"
                     TO WS-LINHA-DEM
                   PERFORM 6400-GRAVA-LINHA-DEM
               END-IF

               MOVE LOW-VALUES TO FS-VEN-KEY
               PERFORM 6700-LER-ARQ-VENDEDOR

               PERFORM UNTIL NOT FS-STAT-VEN-OK
                   PERFORM 2000-APURA-VENDEDOR
                   PERFORM 6700-LER-ARQ-VENDEDOR
               END-PERFORM

               MOVE SPACES TO WS-LINHA-DEM
               MOVE ALL "-" TO WS-LINHA-DEM(1:70)
               PERFORM 6400-GRAVA-LINHA-DEM

               MOVE SPACES TO WS-LINHA-DEM
               MOVE WQT-VL-GERAL TO WS-ED-VALOR
               STRING "TOTAL GERAL DE REEMBOLSO: " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                 INTO WS-LINHA-DEM
               PERFORM 6400-GRAVA-LINHA-DEM

               PERFORM 7000-FECHA-ARQUIVOS

               IF WS-VIS-PERDIDAS GREATER ZEROS
                   MOVE SPACES TO WS-MSGERRO
                   STRING "ATENCAO: LIMITE DE 100 VISITAS POR DIA "
                          "ATINGIDO, KM PARCIAL" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   IF E-MODO-BATCH
                       DISPLAY WS-MSGERRO
                   ELSE
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF

               MOVE "REEMBOLSO APURADO COM SUCESSO" TO WS-MSGERRO
               IF E-MODO-BATCH
                   DISPLAY WS-MSGERRO
               ELSE
                   DISPLAY SS-TELA-RESULTADO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MONTA OS NOMES DOS ARQUIVOS DE SAIDA COM O PERIODO APURADO
       5000-MONTA-NOMES-ARQUIVO SECTION.

           MOVE SPACES TO WNM-ARQ-DEMONSTRATIVO WNM-ARQ-FOLHA

           STRING "REEMBOLSO_" DELIMITED BY SIZE
                  WS-ANO-MES   DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
             INTO WNM-ARQ-DEMONSTRATIVO

           STRING "REEMBOLSO_FOLHA_" DELIMITED BY SIZE
                  WS-ANO-MES         DELIMITED BY SIZE
                  ".CSV"             DELIMITED BY SIZE
             INTO WNM-ARQ-FOLHA.

       5000-MONTA-NOMES-ARQUIVOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA APURACAO (REEMBOLSO E CRIADO SE FALTAR)
       5100-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT ARQ-DEMONSTRATIVO
           OPEN OUTPUT ARQ-FOLHA

           OPEN I-O ARQ-REEMBOLSO
           IF FS-STAT-REE-NAO-EXISTE
               OPEN OUTPUT ARQ-REEMBOLSO
               CLOSE ARQ-REEMBOLSO
               OPEN I-O ARQ-REEMBOLSO
           END-IF

           MOVE 'N' TO WS-VISITA-ABERTA
           OPEN INPUT ARQ-VISITA
           IF FS-STAT-VIS-OK
               MOVE 'S' TO WS-VISITA-ABERTA
           END-IF.

       5100-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * APURA O VENDEDOR: KM CALCULADO DAS VISITAS DO MES, CONFRONTO
      * COM A PRESTACAO DE CONTAS E LINHA DA FOLHA
       2000-APURA-VENDEDOR SECTION.

           MOVE ZEROS TO WS-KM-CALCULADO WS-QT-DIAS WS-QT-DIAS-ROTA
                         WS-QT-VISITAS WS-TAB-VIS-QTD
           MOVE 'N' TO WS-CAB-GRAVADO

           IF E-VISITA-ABERTA
               PERFORM 2100-PERCORRE-VISITAS
           END-IF

           PERFORM 2300-SOMA-PRESTACAO

           IF WS-QT-LANCAMENTOS EQUAL ZEROS AND
              WS-QT-VISITAS EQUAL ZEROS
               GO TO 2000-APURA-VENDEDORX
           END-IF

           PERFORM 6500-GRAVA-CABECALHO-VEN

           IF WS-QT-LANCAMENTOS EQUAL ZEROS
               MOVE SPACES TO WS-LINHA-DEM
               MOVE "SEM PRESTACAO DE CONTAS NO MES" TO WS-LINHA-DEM
               PERFORM 6400-GRAVA-LINHA-DEM
               GO TO 2000-APURA-VENDEDORX
           END-IF

      * LIMITE = CALCULADO + TOLERANCIA; ACIMA DELE PAGA O CALCULADO
           COMPUTE WS-KM-LIMITE ROUNDED =
               WS-KM-CALCULADO * (100 + WS-PC-TOLERANCIA) / 100

           IF WS-KM-DECLARADO GREATER WS-KM-LIMITE
               MOVE "G" TO WS-SIT-KM
               COMPUTE WS-KM-APROVADO ROUNDED = WS-KM-CALCULADO
               ADD 1 TO WQT-ARQ-GLOSADOS
           ELSE
               MOVE "A" TO WS-SIT-KM
               MOVE WS-KM-DECLARADO TO WS-KM-APROVADO
           END-IF

           COMPUTE WS-VL-KM ROUNDED = WS-KM-APROVADO * WS-VL-POR-KM
           COMPUTE WS-VL-REEMBOLSO = WS-VL-KM + WS-VL-PEDAGIO +
               WS-VL-ESTACIONAMENTO + WS-VL-REFEICAO

           PERFORM 2400-MARCA-LANCAMENTOS
           PERFORM 6550-GRAVA-RESUMO-VEN

           IF WS-VL-REEMBOLSO GREATER ZEROS
               ADD 1 TO WQT-ARQ-VENDEDORES
               ADD WS-VL-REEMBOLSO TO WQT-VL-GERAL
               PERFORM 6600-GRAVA-FOLHA
           END-IF.

       2000-APURA-VENDEDORX. EXIT.

      * -----------------------------------
      * LE AS VISITAS DO VENDEDOR NO MES EM ORDEM DE DATA E FECHA O
      * PERCURSO DE CADA DIA NA TROCA DE DATA
       2100-PERCORRE-VISITAS SECTION.

           MOVE FS-VEN-CD-VENDEDOR TO FS-VIS-CD-VENDEDOR
           COMPUTE FS-VIS-DT-VISITA = WS-ANO-MES * 100
           MOVE 9999999 TO FS-VIS-CD-CLIENTE
           MOVE ZEROS TO WS-DT-DIA
           PERFORM 6100-LE-PROX-VISITA

           PERFORM UNTIL NOT FS-STAT-VIS-OK OR
                         FS-VIS-CD-VENDEDOR NOT EQUAL
                         FS-VEN-CD-VENDEDOR OR
                         FS-VIS-DT-VISITA(1:6) NOT EQUAL WS-ANO-MES

               IF FS-VIS-DT-VISITA NOT EQUAL WS-DT-DIA AND
                  WS-TAB-VIS-QTD GREATER ZEROS
                   PERFORM 2200-CALCULA-DIA
               END-IF

               MOVE FS-VIS-DT-VISITA TO WS-DT-DIA
               PERFORM 2150-CARREGA-VISITA

               PERFORM 6100-LE-PROX-VISITA
           END-PERFORM

           IF WS-TAB-VIS-QTD GREATER ZEROS
               PERFORM 2200-CALCULA-DIA
           END-IF.

       2100-PERCORRE-VISITASX. EXIT.

      * -----------------------------------
      * GUARDA A VISITA LIDA COM A COORDENADA DO CLIENTE (OU A DO
      * CHECK-IN QUANDO O CLIENTE NAO TEM COORDENADA)
       2150-CARREGA-VISITA SECTION.

           IF WS-TAB-VIS-QTD NOT LESS 100
               ADD 1 TO WS-VIS-PERDIDAS
               GO TO 2150-CARREGA-VISITAX
           END-IF

           ADD 1 TO WS-TAB-VIS-QTD
           MOVE FS-VIS-CD-CLIENTE TO WS-TAB-VIS-CD(WS-TAB-VIS-QTD)
           MOVE FS-VIS-HR-CHECKIN
             TO WS-TAB-VIS-CHECKIN(WS-TAB-VIS-QTD)
           MOVE 'N' TO WS-TAB-VIS-USADA(WS-TAB-VIS-QTD)
           MOVE FS-VIS-VL-LATITUDE
             TO WS-TAB-VIS-LAT(WS-TAB-VIS-QTD)
           MOVE FS-VIS-VL-LONGITUDE
             TO WS-TAB-VIS-LON(WS-TAB-VIS-QTD)

           MOVE FS-VIS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               IF FS-CLI-VL-LATITUDE NOT EQUAL ZEROS OR
                  FS-CLI-VL-LONGITUDE NOT EQUAL ZEROS
                   MOVE FS-CLI-VL-LATITUDE
                     TO WS-TAB-VIS-LAT(WS-TAB-VIS-QTD)
                   MOVE FS-CLI-VL-LONGITUDE
                     TO WS-TAB-VIS-LON(WS-TAB-VIS-QTD)
               END-IF
           END-IF.

       2150-CARREGA-VISITAX. EXIT.

      * -----------------------------------
      * FECHA O PERCURSO DO DIA: ORDENA AS VISITAS PELA FOLHA DE ROTA
      * (DEPOIS AS DE FORA DELA PELO CHECK-IN) E SOMA AS PERNAS DESDE
      * A BASE DO VENDEDOR, COM A VOLTA PARA A BASE NO FIM
       2200-CALCULA-DIA SECTION.

           PERFORM 2210-CARREGA-ROTA-DIA

           PERFORM VARYING WS-TAB-VIS-IDX FROM 1 BY 1
             UNTIL WS-TAB-VIS-IDX GREATER WS-TAB-VIS-QTD
               COMPUTE WS-TAB-VIS-ORDEM(WS-TAB-VIS-IDX) =
                   9999000000 + WS-TAB-VIS-CHECKIN(WS-TAB-VIS-IDX)
               PERFORM VARYING WS-TAB-ROT-IDX FROM 1 BY 1
                 UNTIL WS-TAB-ROT-IDX GREATER WS-TAB-ROT-QTD
                   IF WS-TAB-ROT-CD(WS-TAB-ROT-IDX) EQUAL
                      WS-TAB-VIS-CD(WS-TAB-VIS-IDX)
                       COMPUTE WS-TAB-VIS-ORDEM(WS-TAB-VIS-IDX) =
                           WS-TAB-ROT-SEQ(WS-TAB-ROT-IDX) * 1000000
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ZEROS TO WS-KM-DIA
           MOVE 'N' TO WS-TEM-POSICAO
           IF FS-VEN-VL-LATITUDE NOT EQUAL ZEROS OR
              FS-VEN-VL-LONGITUDE NOT EQUAL ZEROS
               MOVE FS-VEN-VL-LATITUDE  TO WS-POS-LAT
               MOVE FS-VEN-VL-LONGITUDE TO WS-POS-LON
               MOVE 'S' TO WS-TEM-POSICAO
           END-IF

           PERFORM WS-TAB-VIS-QTD TIMES
               PERFORM 6200-ESCOLHE-PROXIMA
               MOVE 'S' TO WS-TAB-VIS-USADA(WS-TAB-VIS-MIN)
               IF WS-TAB-VIS-LAT(WS-TAB-VIS-MIN) NOT EQUAL ZEROS OR
                  WS-TAB-VIS-LON(WS-TAB-VIS-MIN) NOT EQUAL ZEROS
                   IF TEM-POSICAO
                       MOVE WS-TAB-VIS-LAT(WS-TAB-VIS-MIN)
                         TO LK-LATITUDE-DES
                       MOVE WS-TAB-VIS-LON(WS-TAB-VIS-MIN)
                         TO LK-LONGITUDE-DES
                       PERFORM 6300-SOMA-PERNA
                   END-IF
                   MOVE WS-TAB-VIS-LAT(WS-TAB-VIS-MIN) TO WS-POS-LAT
                   MOVE WS-TAB-VIS-LON(WS-TAB-VIS-MIN) TO WS-POS-LON
                   MOVE 'S' TO WS-TEM-POSICAO
               END-IF
           END-PERFORM

           IF TEM-POSICAO AND
              (FS-VEN-VL-LATITUDE NOT EQUAL ZEROS OR
               FS-VEN-VL-LONGITUDE NOT EQUAL ZEROS)
               MOVE FS-VEN-VL-LATITUDE  TO LK-LATITUDE-DES
               MOVE FS-VEN-VL-LONGITUDE TO LK-LONGITUDE-DES
               PERFORM 6300-SOMA-PERNA
           END-IF

           ADD WS-KM-DIA TO WS-KM-CALCULADO
           ADD WS-TAB-VIS-QTD TO WS-QT-VISITAS
           ADD 1 TO WS-QT-DIAS
           IF TEM-ROTA-DIA
               ADD 1 TO WS-QT-DIAS-ROTA
           END-IF

           PERFORM 6450-GRAVA-LINHA-DIA

           MOVE ZEROS TO WS-TAB-VIS-QTD.

       2200-CALCULA-DIAX. EXIT.

      * -----------------------------------
      * CARREGA A FOLHA DE ROTA SEQUENCIADA DO VENDEDOR NO DIA, SE
      * A ROTEIRIZACAO FOI RODADA PARA A DATA (SEM ELA, TABELA VAZIA)
       2210-CARREGA-ROTA-DIA SECTION.

           MOVE ZEROS TO WS-TAB-ROT-QTD
           MOVE 'N' TO WS-ROTA-DIA

           MOVE SPACES TO WNM-ARQ-ROTA
           STRING
             "ROTA_SEQ_" DELIMITED BY SIZE
             FS-VEN-CD-VENDEDOR DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             WS-DT-DIA DELIMITED BY SIZE
             ".CSV" DELIMITED BY SIZE
             INTO WNM-ARQ-ROTA

           OPEN INPUT ARQ-ROTA
           IF NOT FS-STAT-ROT-OK
               GO TO 2210-CARREGA-ROTA-DIAX
           END-IF

           MOVE 'S' TO WS-ROTA-DIA

           READ ARQ-ROTA
               AT END MOVE 10 TO FS-STAT-ROT
           END-READ

           PERFORM UNTIL NOT FS-STAT-ROT-OK
               MOVE SPACES TO WS-ROT-CAMPO-1 WS-ROT-CAMPO-2
               UNSTRING ARQ-ROTA-REC DELIMITED BY ";"
                   INTO WS-ROT-CAMPO-1 WS-ROT-CAMPO-2
               END-UNSTRING
      * HDR E TRL NAO TEM SEQUENCIA NUMERICA NO PRIMEIRO CAMPO
               IF WS-ROT-CAMPO-1(1:4) IS NUMERIC AND
                  WS-ROT-CAMPO-2(1:7) IS NUMERIC AND
                  WS-TAB-ROT-QTD LESS 1000
                   ADD 1 TO WS-TAB-ROT-QTD
                   MOVE WS-ROT-CAMPO-1(1:4)
                     TO WS-TAB-ROT-SEQ(WS-TAB-ROT-QTD)
                   MOVE WS-ROT-CAMPO-2(1:7)
                     TO WS-TAB-ROT-CD(WS-TAB-ROT-QTD)
               END-IF
               READ ARQ-ROTA
                   AT END MOVE 10 TO FS-STAT-ROT
               END-READ
           END-PERFORM

           CLOSE ARQ-ROTA.

       2210-CARREGA-ROTA-DIAX. EXIT.

      * -----------------------------------
      * SOMA A PRESTACAO DE CONTAS DO VENDEDOR NO MES: KM DECLARADO E
      * DESPESAS POR TIPO
       2300-SOMA-PRESTACAO SECTION.

           MOVE ZEROS TO WS-KM-DECLARADO WS-VL-PEDAGIO
                         WS-VL-ESTACIONAMENTO WS-VL-REFEICAO
                         WS-QT-LANCAMENTOS

           MOVE FS-VEN-CD-VENDEDOR TO FS-REE-CD-VENDEDOR
           MOVE WS-ANO-MES         TO FS-REE-ANO-MES
           MOVE ZEROS              TO FS-REE-NR-SEQ
           PERFORM 6150-LE-PROX-REEMBOLSO

           PERFORM UNTIL NOT FS-STAT-REE-OK OR
                         FS-REE-CD-VENDEDOR NOT EQUAL
                         FS-VEN-CD-VENDEDOR OR
                         FS-REE-ANO-MES NOT EQUAL WS-ANO-MES
               ADD 1 TO WS-QT-LANCAMENTOS
               EVALUATE TRUE
                   WHEN FS-REE-KM
                       ADD FS-REE-QT-KM TO WS-KM-DECLARADO
                   WHEN FS-REE-PEDAGIO
                       ADD FS-REE-VL-DESPESA TO WS-VL-PEDAGIO
                   WHEN FS-REE-ESTACIONAMENTO
                       ADD FS-REE-VL-DESPESA TO WS-VL-ESTACIONAMENTO
                   WHEN FS-REE-REFEICAO
                       ADD FS-REE-VL-DESPESA TO WS-VL-REFEICAO
               END-EVALUATE
               PERFORM 6150-LE-PROX-REEMBOLSO
           END-PERFORM.

       2300-SOMA-PRESTACAOX. EXIT.

      * -----------------------------------
      * MARCA OS LANCAMENTOS DO MES COMO APURADOS: O KM COM A
      * SITUACAO DO CONFRONTO (A OU G), AS DESPESAS APROVADAS
       2400-MARCA-LANCAMENTOS SECTION.

           MOVE FS-VEN-CD-VENDEDOR TO FS-REE-CD-VENDEDOR
           MOVE WS-ANO-MES         TO FS-REE-ANO-MES
           MOVE ZEROS              TO FS-REE-NR-SEQ
           PERFORM 6150-LE-PROX-REEMBOLSO

           PERFORM UNTIL NOT FS-STAT-REE-OK OR
                         FS-REE-CD-VENDEDOR NOT EQUAL
                         FS-VEN-CD-VENDEDOR OR
                         FS-REE-ANO-MES NOT EQUAL WS-ANO-MES
               IF FS-REE-KM
                   MOVE WS-SIT-KM TO FS-REE-IND-SITUACAO
               ELSE
                   MOVE "A" TO FS-REE-IND-SITUACAO
               END-IF
               REWRITE ARQ-REEMBOLSO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 6150-LE-PROX-REEMBOLSO
           END-PERFORM.

       2400-MARCA-LANCAMENTOSX. EXIT.

      * -----------------------------------
      * ESCOLHE A VISITA AINDA NAO PERCORRIDA DE MENOR ORDEM
       6200-ESCOLHE-PROXIMA SECTION.

           MOVE ZEROS TO WS-TAB-VIS-MIN
           MOVE 9999999999 TO WS-ORDEM-MIN

           PERFORM VARYING WS-TAB-VIS-IDX FROM 1 BY 1
             UNTIL WS-TAB-VIS-IDX GREATER WS-TAB-VIS-QTD
               IF WS-TAB-VIS-USADA(WS-TAB-VIS-IDX) EQUAL 'N' AND
                  (WS-TAB-VIS-MIN EQUAL ZEROS OR
                   WS-TAB-VIS-ORDEM(WS-TAB-VIS-IDX) LESS
                   WS-ORDEM-MIN)
                   MOVE WS-TAB-VIS-IDX TO WS-TAB-VIS-MIN
                   MOVE WS-TAB-VIS-ORDEM(WS-TAB-VIS-IDX)
                     TO WS-ORDEM-MIN
               END-IF
           END-PERFORM.

       6200-ESCOLHE-PROXIMAX. EXIT.

      * -----------------------------------
      * SOMA A PERNA DA POSICAO CORRENTE ATE O DESTINO JA MOVIDO PARA
      * LK-LATITUDE-DES / LK-LONGITUDE-DES
       6300-SOMA-PERNA SECTION.

           MOVE WS-POS-LAT TO LK-LATITUDE-ORI
           MOVE WS-POS-LON TO LK-LONGITUDE-ORI
           MOVE "K" TO LK-DIST-UNIDADE

           CALL 'CBL_CALC_DISTANCIA' USING LK-DIST-PARAMETERS

           IF LK-DIST-RC-OK
               ADD LK-DIST-KM-S TO WS-KM-DIA
           END-IF.

       6300-SOMA-PERNAX. EXIT.

      * -----------------------------------
      * LE A PROXIMA VISITA PELA CHAVE
       6100-LE-PROX-VISITA SECTION.

           START ARQ-VISITA KEY > FS-VIS-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-VIS
               NOT INVALID KEY
                   READ ARQ-VISITA NEXT
                       AT END MOVE 99 TO FS-STAT-VIS
                   END-READ
           END-START.

       6100-LE-PROX-VISITAX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LANCAMENTO DE REEMBOLSO PELA CHAVE
       6150-LE-PROX-REEMBOLSO SECTION.

           START ARQ-REEMBOLSO KEY > FS-REE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REE
               NOT INVALID KEY
                   READ ARQ-REEMBOLSO NEXT
                       AT END MOVE 99 TO FS-STAT-REE
                   END-READ
           END-START.

       6150-LE-PROX-REEMBOLSOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO VENDEDOR PELA CHAVE
       6700-LER-ARQ-VENDEDOR SECTION.

           START ARQ-VENDEDOR KEY > FS-VEN-KEY
             NOT INVALID KEY
               READ ARQ-VENDEDOR NEXT
               END-READ
           END-START.

       6700-LER-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NO ARQUIVO DO DEMONSTRATIVO
       6400-GRAVA-LINHA-DEM SECTION.

           MOVE WS-LINHA-DEM TO ARQ-DEMONSTRATIVO-REC
           WRITE ARQ-DEMONSTRATIVO-REC.

       6400-GRAVA-LINHA-DEMX. EXIT.

      * -----------------------------------
      * GRAVA NO DEMONSTRATIVO O KM CALCULADO DO DIA
       6450-GRAVA-LINHA-DIA SECTION.

           PERFORM 6500-GRAVA-CABECALHO-VEN

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-TAB-VIS-QTD TO WS-ED-QT
           MOVE WS-KM-DIA TO WS-ED-KM
           STRING "  DIA " DELIMITED BY SIZE
                  WS-DT-DIA DELIMITED BY SIZE
                  "  VISITAS " DELIMITED BY SIZE
                  WS-ED-QT DELIMITED BY SIZE
                  "  FOLHA DE ROTA " DELIMITED BY SIZE
                  WS-ROTA-DIA DELIMITED BY SIZE
                  "  KM " DELIMITED BY SIZE
                  WS-ED-KM DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       6450-GRAVA-LINHA-DIAX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO VENDEDOR NO DEMONSTRATIVO UMA VEZ SO
      * (NO PRIMEIRO DIA COM VISITA OU, SEM VISITAS, NO RESUMO)
       6500-GRAVA-CABECALHO-VEN SECTION.

           IF CAB-GRAVADO
               GO TO 6500-GRAVA-CABECALHO-VENX
           END-IF
           MOVE 'S' TO WS-CAB-GRAVADO

           MOVE SPACES TO WS-LINHA-DEM
           MOVE ALL "-" TO WS-LINHA-DEM(1:70)
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE FS-VEN-CPF TO WS-CPF-IMPRESSO
           IF NOT PODE-DADOS-PESSOAIS
               MOVE "C" TO LK-MSK-FUNCAO
               MOVE WS-CPF-IMPRESSO TO LK-MSK-DADO
               CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
               MOVE LK-MSK-DADO(1:11) TO WS-CPF-IMPRESSO
           END-IF

           MOVE SPACES TO WS-LINHA-DEM
           STRING "VENDEDOR " DELIMITED BY SIZE
                  FS-VEN-CD-VENDEDOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(FS-VEN-NM-VENDEDOR) DELIMITED BY SIZE
                  "  CPF " DELIMITED BY SIZE
                  WS-CPF-IMPRESSO DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       6500-GRAVA-CABECALHO-VENX. EXIT.

      * -----------------------------------
      * GRAVA NO DEMONSTRATIVO O CONFRONTO DO KM E O REEMBOLSO
       6550-GRAVA-RESUMO-VEN SECTION.

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-QT-DIAS-ROTA TO WS-ED-QT
           MOVE WS-KM-CALCULADO TO WS-ED-KM
           STRING "  KM CALCULADO " DELIMITED BY SIZE
                  WS-ED-KM DELIMITED BY SIZE
                  "  DIAS COM FOLHA DE ROTA " DELIMITED BY SIZE
                  WS-ED-QT DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-KM-DECLARADO TO WS-ED-KM2
           MOVE WS-KM-LIMITE TO WS-ED-KM
           STRING "  KM DECLARADO " DELIMITED BY SIZE
                  WS-ED-KM2 DELIMITED BY SIZE
                  "  LIMITE COM TOLERANCIA " DELIMITED BY SIZE
                  WS-ED-KM DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-KM-APROVADO TO WS-ED-KM2
           MOVE WS-VL-KM TO WS-ED-VALOR
           IF KM-GLOSADO
               STRING "  KM GLOSADO, APROVADO O CALCULADO "
                        DELIMITED BY SIZE
                      WS-ED-KM2 DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                 INTO WS-LINHA-DEM
           ELSE
               STRING "  KM APROVADO " DELIMITED BY SIZE
                      WS-ED-KM2 DELIMITED BY SIZE
                      "  VALOR " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                 INTO WS-LINHA-DEM
           END-IF
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-VL-PEDAGIO TO WS-ED-VALOR
           MOVE WS-VL-ESTACIONAMENTO TO WS-ED-VALOR2
           STRING "  PEDAGIO " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  ESTACIONAMENTO " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WS-VL-REFEICAO TO WS-ED-VALOR
           MOVE WS-VL-REEMBOLSO TO WS-ED-VALOR2
           STRING "  REFEICAO " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  TOTAL A REEMBOLSAR " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       6550-GRAVA-RESUMO-VENX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DO REEMBOLSO APROVADO PARA A FOLHA DE PAGAMENTO
       6600-GRAVA-FOLHA SECTION.

           MOVE FS-VEN-CD-VENDEDOR   TO WS-FOL-CD-VENDEDOR
           MOVE FS-VEN-CPF           TO WS-FOL-CPF
           MOVE FS-VEN-NM-VENDEDOR   TO WS-FOL-NOME
           MOVE WS-ANO-MES           TO WS-FOL-ANO-MES
           MOVE WS-KM-APROVADO       TO WS-FOL-KM-APROVADO
           MOVE WS-VL-KM             TO WS-FOL-VL-KM
           MOVE WS-VL-PEDAGIO        TO WS-FOL-VL-PEDAGIO
           MOVE WS-VL-ESTACIONAMENTO TO WS-FOL-VL-ESTAC
           MOVE WS-VL-REFEICAO       TO WS-FOL-VL-REFEICAO
           MOVE WS-VL-REEMBOLSO      TO WS-FOL-VL-TOTAL

           MOVE SPACES TO ARQ-FOLHA-REC
           MOVE WS-LINHA-FOLHA TO ARQ-FOLHA-REC
           WRITE ARQ-FOLHA-REC.

       6600-GRAVA-FOLHAX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA APURACAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-REEMBOLSO
           CLOSE ARQ-DEMONSTRATIVO
           CLOSE ARQ-FOLHA

           IF E-VISITA-ABERTA
               CLOSE ARQ-VISITA
           END-IF

           PERFORM 8500-REGISTRA-SPOOL.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O DEMONSTRATIVO E A FOLHA NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REEMBOLSO" TO LK-SPL-ID-RELATORIO
           MOVE SPACES TO LK-SPL-ID-OPERADOR
           MOVE WS-ANO-MES TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-DEMONSTRATIVO TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS

           MOVE "FOLHA_REEMBOLSO" TO LK-SPL-ID-RELATORIO
           MOVE WNM-ARQ-FOLHA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_REEMBOLSO_KM" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_REEMBOLSO_KM.
