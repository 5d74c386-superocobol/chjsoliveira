      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Custos Operacionais da Frota
      * Tectonics: cobc
      ******************************************************************
      * LANCAMENTOS DE CUSTO POR VEICULO (ARQ-FROTA, CHAVE PLACA +
      * DATA + SEQUENCIA):
      *   01 - LANCAMENTO: ABASTECIMENTO (ODOMETRO, LITROS E VALOR),
      *        LEITURA DE ODOMETRO OU MANUTENCAO (VALOR). A LEITURA E
      *        CRITICADA CONTRA AS DEMAIS DO VEICULO: ODOMETRO MENOR QUE
      *        O ANTERIOR OU MAIOR QUE O POSTERIOR, OU CONSUMO (KM
      *        DESDE O ABASTECIMENTO ANTERIOR / LITROS) FORA DA FAIXA
      *        FROTA-KML-MIN A FROTA-KML-MAX (PADRAO 1,5 A 12 KM/L), SO
      *        E GRAVADA COM CONFIRMACAO E FICA MARCADA COMO SUSPEITA
      *   02 - RELATORIO MENSAL EM CUSTO_FROTA_<AAAAMM>.TXT,
      *        REGISTRADO NO SPOOL: CUSTO POR KM DE CADA VEICULO, CUSTO
      *        POR DIA DE CARGA (ESCALA.IDX, GRAVADO PELA CBL_CARGA_DIA)
      *        E POR PARADA ENTREGUE (ENTREGA INTEGRAL OU PARCIAL EM
      *        ARQ-ENTREGA), CUSTO POR ROTA (VENDEDOR), CLIENTES MAIS
      *        CAROS DE ATENDER E AS LEITURAS SUSPEITAS DO MES.
      * O CUSTO DO VEICULO NO MES (COMBUSTIVEL + MANUTENCAO) E RATEADO
      * IGUALMENTE ENTRE SEUS DIAS DE CARGA E ENTRE SUAS PARADAS; A
      * ENTREGA VAI PARA O DIA DE CARGA DA MESMA DATA E VENDEDOR,
      * PREFERINDO O DO MESMO MOTORISTA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_FROTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FROTA ASSIGN TO DISK WID-ARQ-FROTA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FRT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FRT.

           SELECT ARQ-VEICULO ASSIGN TO DISK WID-ARQ-VEICULO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEI.

           SELECT ARQ-ESCALA ASSIGN TO DISK WID-ARQ-ESCALA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ESC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ESC.

           SELECT ARQ-ENTREGA ASSIGN TO DISK WID-ARQ-ENTREGA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ENT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ENT.

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
       FD ARQ-FROTA.

       COPY FS-ARQ-FROTA.

       FD ARQ-VEICULO.

       COPY FS-ARQ-VEICULO.

       FD ARQ-ESCALA.

       COPY FS-ARQ-ESCALA.

       FD ARQ-ENTREGA.

       COPY FS-ARQ-ENTREGA.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-LANCAR      VALUE IS "1".
           88 E-RELATORIO   VALUE IS "2".
           88 E-ENCERRAR    VALUE IS "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-FRT PIC 9(02).
           88 FS-STAT-FRT-OK         VALUE 00.
           88 FS-STAT-FRT-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEI PIC 9(02).
           88 FS-STAT-VEI-OK         VALUE 00.

       77 FS-STAT-ESC PIC 9(02).
           88 FS-STAT-ESC-OK         VALUE 00.
           88 FS-STAT-ESC-NAO-EXISTE VALUE 35.

       77 FS-STAT-ENT PIC 9(02).
           88 FS-STAT-ENT-OK         VALUE 00.
           88 FS-STAT-ENT-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE SPACES.

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

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

      * FAIXA DE CONSUMO ACEITA SEM CRITICA (KM/L)
       77 WS-KML-MIN PIC 9(003)V99 VALUE 1.50.
       77 WS-KML-MAX PIC 9(003)V99 VALUE 12.00.

      * LANCAMENTO DIGITADO
       77 WS-NR-PLACA       PIC X(007) VALUE SPACES.
       77 WS-DS-VEICULO     PIC X(030) VALUE SPACES.
       77 WS-DT-LANCAMENTO  PIC 9(008) VALUE ZEROS.
       77 WS-TP-LANCAMENTO  PIC X(001) VALUE SPACES.
           88 E-TP-ABASTECIMENTO VALUES ARE "A" "a".
           88 E-TP-ODOMETRO      VALUES ARE "O" "o".
           88 E-TP-MANUTENCAO    VALUES ARE "M" "m".
       77 WS-QT-ODOMETRO    PIC 9(007) VALUE ZEROS.
       77 WS-QT-LITROS      PIC 9(005)V99 VALUE ZEROS.
       77 WS-VL-LANCAMENTO  PIC 9(009)V99 VALUE ZEROS.
       77 WS-DS-LANCAMENTO  PIC X(030) VALUE SPACES.

       77 WS-DADOS-OK PIC X VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.

      * CRITICA DO CONSUMO CONTRA AS OUTRAS LEITURAS DO VEICULO
       77 WS-NR-SEQ         PIC 9(003) VALUE ZEROS.
       77 WS-ODO-ANTERIOR   PIC 9(007) VALUE ZEROS.
       77 WS-ODO-POSTERIOR  PIC 9(007) VALUE ZEROS.
       77 WS-ODO-ABAST-ANT  PIC 9(007) VALUE ZEROS.
       77 WS-VL-CONSUMO     PIC 9(003)V99 VALUE ZEROS.
       77 WS-IND-SUSPEITO   PIC X(001) VALUE 'N'.
           88 E-SUSPEITO VALUE 'S'.
       77 WS-DS-SUSPEITA    PIC X(040) VALUE SPACES.

      * RELATORIO MENSAL
       77 WS-AAAAMM         PIC 9(006) VALUE ZEROS.
       77 WS-DT-INI         PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM         PIC 9(008) VALUE ZEROS.
       77 WS-ID-RELATORIO   PIC X(020) VALUE SPACES.
       77 WS-QT-KM          PIC 9(007) VALUE ZEROS.
       77 WS-VL-TOTAL       PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-KM          PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-PARADA      PIC 9(009)V99 VALUE ZEROS.
       77 WS-QT-SUSPEITOS   PIC 9(005) VALUE ZEROS.
       77 WS-QT-SEM-DIA     PIC 9(007) VALUE ZEROS.
       77 WS-TOT-KM         PIC 9(009) VALUE ZEROS.
       77 WS-TOT-VL         PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-DIAS       PIC 9(005) VALUE ZEROS.
       77 WS-TOT-PARADAS    PIC 9(007) VALUE ZEROS.
       77 WS-NR-POSICAO     PIC 9(003) VALUE ZEROS.
       77 WS-VL-MAIOR       PIC 9(011)V99 VALUE ZEROS.

      * VEICULOS COM MOVIMENTO NO MES (ODOMETRO BASE = ULTIMA LEITURA
      * ANTES DO MES)
       01 WS-TAB-VEI.
           05 WS-TAB-VEI-ITEM OCCURS 200.
               10 WS-TAB-VEI-PLACA    PIC X(007).
               10 WS-TAB-VEI-ODO-BASE PIC 9(007).
               10 WS-TAB-VEI-ODO-MIN  PIC 9(007).
               10 WS-TAB-VEI-ODO-MAX  PIC 9(007).
               10 WS-TAB-VEI-LITROS   PIC 9(007)V99.
               10 WS-TAB-VEI-VL-COMB  PIC 9(011)V99.
               10 WS-TAB-VEI-VL-MANUT PIC 9(011)V99.
               10 WS-TAB-VEI-DIAS     PIC 9(005).
               10 WS-TAB-VEI-PARADAS  PIC 9(007).
               10 WS-TAB-VEI-VL-DIA   PIC 9(011)V99.
               10 WS-TAB-VEI-VL-PARADA PIC 9(009)V99.
       77 WS-TAB-VEI-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-VEI-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-VEI-ACH PIC 9(005) VALUE ZEROS.

      * DIAS DE CARGA DO MES (ESCALA)
       01 WS-TAB-DIA.
           05 WS-TAB-DIA-ITEM OCCURS 1000.
               10 WS-TAB-DIA-DT       PIC 9(008).
               10 WS-TAB-DIA-VENDEDOR PIC 9(007).
               10 WS-TAB-DIA-NR       PIC 9(003).
               10 WS-TAB-DIA-PLACA    PIC X(007).
               10 WS-TAB-DIA-MOTORISTA PIC 9(005).
               10 WS-TAB-DIA-VEI      PIC 9(005).
               10 WS-TAB-DIA-PARADAS  PIC 9(005).
       77 WS-TAB-DIA-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-DIA-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-DIA-ACH PIC 9(005) VALUE ZEROS.

      * ROTAS (VENDEDOR) DO MES
       01 WS-TAB-ROT.
           05 WS-TAB-ROT-ITEM OCCURS 500.
               10 WS-TAB-ROT-VENDEDOR PIC 9(007).
               10 WS-TAB-ROT-DIAS     PIC 9(005).
               10 WS-TAB-ROT-PARADAS  PIC 9(007).
               10 WS-TAB-ROT-VL       PIC 9(011)V99.
       77 WS-TAB-ROT-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-ROT-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-ROT-ACH PIC 9(005) VALUE ZEROS.

      * CUSTO DE ATENDIMENTO POR CLIENTE NO MES
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-ITEM OCCURS 5000.
               10 WS-TAB-CLI-CD       PIC 9(007).
               10 WS-TAB-CLI-PARADAS  PIC 9(005).
               10 WS-TAB-CLI-VL       PIC 9(011)V99.
               10 WS-TAB-CLI-LISTADO  PIC X(001).
       77 WS-TAB-CLI-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-IDX PIC 9(005) VALUE ZEROS.
       77 WS-TAB-CLI-ACH PIC 9(005) VALUE ZEROS.

       01 WS-LINHA-TITULO.
           05 FILLER            PIC X(015) VALUE "CUSTO DA FROTA ".
           05 WS-TIT-AAAAMM     PIC 9(006).
           05 FILLER            PIC X(002) VALUE SPACES.
           05 WS-TIT-SECAO      PIC X(050) VALUE SPACES.

       01 WS-LINHA-CAB-VEI.
           05 FILLER PIC X(008) VALUE "PLACA  |".
           05 FILLER PIC X(008) VALUE "KM     |".
           05 FILLER PIC X(011) VALUE "LITROS    |".
           05 FILLER PIC X(007) VALUE "KM/L  |".
           05 FILLER PIC X(014) VALUE "COMBUSTIVEL  |".
           05 FILLER PIC X(014) VALUE "MANUTENCAO   |".
           05 FILLER PIC X(015) VALUE "CUSTO TOTAL   |".
           05 FILLER PIC X(011) VALUE "R$/KM     |".
           05 FILLER PIC X(005) VALUE "DIAS|".
           05 FILLER PIC X(014) VALUE "R$/DIA       |".
           05 FILLER PIC X(006) VALUE "PARAD|".
           05 FILLER PIC X(010) VALUE "R$/PARADA".

       01 WS-LINHA-VEI.
           05 WS-RV-PLACA       PIC X(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-KM          PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-LITROS      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-KML         PIC ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-COMB        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-MANUT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VL-KM       PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-DIAS        PIC ZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VL-DIA      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-PARADAS     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VL-PARADA   PIC ZZZ,ZZ9.99.

       01 WS-LINHA-CAB-DIA.
           05 FILLER PIC X(009) VALUE "DATA    |".
           05 FILLER PIC X(008) VALUE "VENDED.|".
           05 FILLER PIC X(004) VALUE "DIA|".
           05 FILLER PIC X(008) VALUE "PLACA  |".
           05 FILLER PIC X(006) VALUE "MOTOR|".
           05 FILLER PIC X(006) VALUE "PARAD|".
           05 FILLER PIC X(014) VALUE "CUSTO DIA    |".
           05 FILLER PIC X(010) VALUE "R$/PARADA".

       01 WS-LINHA-DIA.
           05 WS-RD-DATA        PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-VENDEDOR    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-NR-DIA      PIC ZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-PLACA       PIC X(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-MOTORISTA   PIC 9(005).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-PARADAS     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-VL-DIA      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RD-VL-PARADA   PIC ZZZ,ZZ9.99.

       01 WS-LINHA-CAB-ROT.
           05 FILLER PIC X(008) VALUE "VENDED.|".
           05 FILLER PIC X(006) VALUE "DIAS |".
           05 FILLER PIC X(008) VALUE "PARADAS|".
           05 FILLER PIC X(015) VALUE "CUSTO ROTA    |".
           05 FILLER PIC X(010) VALUE "R$/PARADA".

       01 WS-LINHA-ROT.
           05 WS-RR-VENDEDOR    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RR-DIAS        PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RR-PARADAS     PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RR-VL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RR-VL-PARADA   PIC ZZZ,ZZ9.99.

       01 WS-LINHA-CAB-CLI.
           05 FILLER PIC X(004) VALUE "POS|".
           05 FILLER PIC X(008) VALUE "CLIENTE|".
           05 FILLER PIC X(041) VALUE "RAZAO SOCIAL".
           05 FILLER PIC X(006) VALUE "|PARAD".
           05 FILLER PIC X(015) VALUE "|CUSTO ATEND.".
           05 FILLER PIC X(011) VALUE "|R$/PARADA".

       01 WS-LINHA-CLI.
           05 WS-RC-POSICAO     PIC ZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RC-CLIENTE     PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RC-NOME        PIC X(040).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RC-PARADAS     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RC-VL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RC-VL-PARADA   PIC ZZZ,ZZ9.99.

       01 WS-LINHA-CAB-SUS.
           05 FILLER PIC X(008) VALUE "PLACA  |".
           05 FILLER PIC X(009) VALUE "DATA    |".
           05 FILLER PIC X(004) VALUE "SQ |".
           05 FILLER PIC X(002) VALUE "T|".
           05 FILLER PIC X(008) VALUE "ODOMETR|".
           05 FILLER PIC X(009) VALUE "LITROS  |".
           05 FILLER PIC X(007) VALUE "KM/L  |".
           05 FILLER PIC X(030) VALUE "DESCRICAO".

       01 WS-LINHA-SUS.
           05 WS-RS-PLACA       PIC X(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-DATA        PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-SEQUENCIA   PIC 9(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-TIPO        PIC X(001).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-ODOMETRO    PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-LITROS      PIC ZZZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-KML         PIC ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RS-DESCRICAO   PIC X(030).

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(013) VALUE "CUSTO TOTAL: ".
           05 WS-TOT-VL-L       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(006) VALUE "  KM: ".
           05 WS-TOT-KM-L       PIC ZZZZZZZZ9.
           05 FILLER            PIC X(008) VALUE "  DIAS: ".
           05 WS-TOT-DIAS-L     PIC ZZZZ9.
           05 FILLER            PIC X(011) VALUE "  PARADAS: ".
           05 WS-TOT-PARADAS-L  PIC ZZZZZZ9.
           05 FILLER            PIC X(013) VALUE "  R$/PARADA: ".
           05 WS-TOT-VL-PARADA-L PIC ZZZ,ZZ9.99.

       01 WS-LINHA-SEM-DIA.
           05 FILLER            PIC X(040) VALUE
              "PARADAS ENTREGUES SEM DIA DE CARGA: ".
           05 WS-QT-SEM-DIA-L   PIC ZZZZZZ9.

       01 WS-LINHA-QT-SUS.
           05 FILLER            PIC X(040) VALUE
              "LEITURAS SUSPEITAS NO MES: ".
           05 WS-QT-SUSPEITOS-L PIC ZZZZ9.

       COPY CPY_ID_ARQ_FROTA.
       COPY CPY_ID_ARQ_VEICULO.
       COPY CPY_ID_ARQ_ESCALA.
       COPY CPY_ID_ARQ_ENTREGA.
       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

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

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - LANCAMENTO".
           05 LINE 08 COLUMN 15 VALUE "02 - RELATORIO MENSAL".
           05 LINE 10 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-FROTA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 15 VALUE "Placa:".
               10 COLUMN PLUS 2 PIC X(07) USING WS-NR-PLACA.
               10 COLUMN PLUS 2 PIC X(30) FROM WS-DS-VEICULO.
               10 LINE 09 COLUMN 05 VALUE "Data (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-LANCAMENTO.
           05 SS-DADOS.
               10 LINE 10 COLUMN 08 VALUE "Tipo (A/O/M):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-LANCAMENTO.
               10 COLUMN PLUS 2 VALUE
                  "A-ABASTECIMENTO O-ODOMETRO M-MANUTENCAO".
               10 LINE 11 COLUMN 07 VALUE "Odometro (km):".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-QT-ODOMETRO.
               10 LINE 12 COLUMN 14 VALUE "Litros:".
               10 COLUMN PLUS 2 PIC 9(05).99 USING WS-QT-LITROS.
               10 LINE 13 COLUMN 15 VALUE "Valor:".
               10 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-LANCAMENTO.
               10 LINE 14 COLUMN 11 VALUE "Descricao:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-DS-LANCAMENTO.

       01 SS-TELA-CONSUMO.
           05 LINE 16 COLUMN 06 VALUE "Consumo (km/l):".
           05 COLUMN PLUS 2 PIC ZZ9.99 FROM WS-VL-CONSUMO.

       01 SS-TELA-MES.
           05 LINE 08 COLUMN 08 VALUE "Mes (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-AAAAMM.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-FROTA
           END-IF
           MOVE WNM-PATH-FROTA TO WNM-PATH-VEICULO
           MOVE WNM-PATH-FROTA TO WNM-PATH-ESCALA
           MOVE WNM-PATH-FROTA TO WNM-PATH-ENTREGA
           MOVE WNM-PATH-FROTA TO WNM-PATH-CLIENTE

           MOVE "FROTA-KML-MIN" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-KML-MIN = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "FROTA-KML-MAX" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-KML-MAX = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-FROTA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL E-ENCERRAR
               MOVE "CUSTOS DA FROTA" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-LANCAR
                       PERFORM 1000-ACS-LANCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-RELATORIO
                       PERFORM 1200-REL-CUSTO-MENSAL
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * DIGITACAO DOS LANCAMENTOS DA FROTA, UM APOS O OUTRO, ATE EXC;
      * LEITURA SUSPEITA SO E GRAVADA COM CONFIRMACAO
       1000-ACS-LANCAMENTO SECTION.

           MOVE "01 - LANCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO WS-NR-PLACA
           MOVE WS-DT-HOJE TO WS-DT-LANCAMENTO
           PERFORM 1050-LIMPA-LANCAMENTO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-FROTA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 6500-VALIDA-LANCAMENTO
                   IF DADOS-VALIDOS
                       PERFORM 2000-CRITICA-CONSUMO
                       DISPLAY SS-TELA-FROTA
                       DISPLAY SS-TELA-CONSUMO
                       MOVE SPACES TO WS-ERRO
                       IF E-SUSPEITO
                           MOVE SPACES TO WS-MSGERRO
                           STRING WS-DS-SUSPEITA DELIMITED BY "  "
                                  " - GRAVAR ASSIM MESMO (S/N)?"
                                  DELIMITED BY SIZE
                             INTO WS-MSGERRO
                           ACCEPT SS-ERRO
                       ELSE
                           MOVE "S" TO WS-ERRO
                       END-IF
                       IF E-SIM
                           PERFORM 2100-GRAVA-LANCAMENTO
                           PERFORM 1050-LIMPA-LANCAMENTO
                       END-IF
                       MOVE SPACES TO WS-ERRO
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1000-ACS-LANCAMENTOX. EXIT.

      * -----------------------------------
      * LIMPA OS DADOS DO LANCAMENTO (PLACA E DATA FICAM PARA O
      * PROXIMO)
       1050-LIMPA-LANCAMENTO SECTION.

           MOVE SPACES TO WS-TP-LANCAMENTO WS-DS-LANCAMENTO
           MOVE ZEROS TO WS-QT-ODOMETRO WS-QT-LITROS WS-VL-LANCAMENTO
                         WS-VL-CONSUMO.

       1050-LIMPA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * CUSTO MENSAL DA FROTA EM CUSTO_FROTA_<AAAAMM>.TXT, REGISTRADO
      * NO SPOOL
       1200-REL-CUSTO-MENSAL SECTION.

           MOVE "02 - RELATORIO MENSAL" TO WS-OP
           MOVE "CUSTO_FROTA" TO WS-ID-RELATORIO
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE WS-DT-HOJE(1:6) TO WS-AAAAMM
           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-MES

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   GO TO 1200-REL-CUSTO-MENSALX
               END-IF

               IF WS-AAAAMM(5:2) LESS "01" OR
                  WS-AAAAMM(5:2) GREATER "12" OR
                  WS-AAAAMM(1:4) LESS "2000"
                   MOVE "MES INVALIDO - INFORMAR AAAAMM" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   MOVE 'S' TO W-VAL-ENTRADA
               END-IF

           END-PERFORM

           COMPUTE WS-DT-INI = WS-AAAAMM * 100 + 1
           COMPUTE WS-DT-FIM = WS-AAAAMM * 100 + 31
           MOVE WS-AAAAMM TO WS-TIT-AAAAMM

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING WS-ID-RELATORIO DELIMITED BY SPACE
                  "_" WS-AAAAMM ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM 2500-APURA-LANCAMENTOS
           PERFORM 2600-APURA-DIAS-CARGA
           PERFORM 2700-APURA-PARADAS
           PERFORM 2800-RATEIA-CUSTOS

           OPEN OUTPUT ARQ-SAIDA

           PERFORM 3000-LISTA-VEICULOS
           PERFORM 3100-LISTA-DIAS-CARGA
           PERFORM 3200-LISTA-ROTAS
           PERFORM 3300-LISTA-CLIENTES
           PERFORM 3400-LISTA-SUSPEITOS

           CLOSE ARQ-SAIDA
           PERFORM 7000-FECHA-ARQUIVOS
           PERFORM 8500-REGISTRA-SPOOL

           DISPLAY SS-CLS
           MOVE "TOTAL DA FROTA NO MES" TO WS-TIT-SECAO
           DISPLAY WS-LINHA-TITULO LINE 4 COLUMN 1
           DISPLAY WS-LINHA-TOT LINE 6 COLUMN 1
           DISPLAY WS-LINHA-SEM-DIA LINE 7 COLUMN 1
           DISPLAY WS-LINHA-QT-SUS LINE 8 COLUMN 1

           MOVE "RELATORIO GERADO. EXC PARA RETORNAR." TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1200-REL-CUSTO-MENSALX. EXIT.

      * -----------------------------------
      * CRITICA A LEITURA DIGITADA CONTRA AS DEMAIS DO VEICULO E
      * APURA A PROXIMA SEQUENCIA DA PLACA NA DATA. O CONSUMO DO
      * ABASTECIMENTO E O KM DESDE O ABASTECIMENTO ANTERIOR DIVIDIDO
      * PELOS LITROS AGORA COLOCADOS (TANQUE CHEIO)
       2000-CRITICA-CONSUMO SECTION.

           MOVE ZEROS TO WS-NR-SEQ WS-ODO-ANTERIOR WS-ODO-POSTERIOR
                         WS-ODO-ABAST-ANT WS-VL-CONSUMO
           MOVE 'N' TO WS-IND-SUSPEITO
           MOVE SPACES TO WS-DS-SUSPEITA

           MOVE WS-NR-PLACA TO FS-FRT-NR-PLACA
           MOVE ZEROS TO FS-FRT-DT-LANCAMENTO FS-FRT-NR-SEQUENCIA
           PERFORM 6000-LE-PROX-FROTA

           PERFORM UNTIL NOT FS-STAT-FRT-OK OR
                         FS-FRT-NR-PLACA NOT EQUAL WS-NR-PLACA
               IF FS-FRT-DT-LANCAMENTO GREATER WS-DT-LANCAMENTO
                   IF WS-ODO-POSTERIOR EQUAL ZEROS
                       MOVE FS-FRT-QT-ODOMETRO TO WS-ODO-POSTERIOR
                   END-IF
               ELSE
                   IF FS-FRT-DT-LANCAMENTO EQUAL WS-DT-LANCAMENTO
                       MOVE FS-FRT-NR-SEQUENCIA TO WS-NR-SEQ
                   END-IF
                   IF FS-FRT-QT-ODOMETRO GREATER ZEROS
                       MOVE FS-FRT-QT-ODOMETRO TO WS-ODO-ANTERIOR
                       IF FS-FRT-ABASTECIMENTO
                           MOVE FS-FRT-QT-ODOMETRO TO WS-ODO-ABAST-ANT
                       END-IF
                   END-IF
               END-IF
               PERFORM 6000-LE-PROX-FROTA
           END-PERFORM

           ADD 1 TO WS-NR-SEQ

           EVALUATE TRUE
               WHEN WS-QT-ODOMETRO EQUAL ZEROS
                   CONTINUE
               WHEN WS-QT-ODOMETRO LESS WS-ODO-ANTERIOR
                   MOVE 'S' TO WS-IND-SUSPEITO
                   MOVE "ODOMETRO MENOR QUE A LEITURA ANTERIOR"
                     TO WS-DS-SUSPEITA
               WHEN WS-ODO-POSTERIOR GREATER ZEROS AND
                    WS-QT-ODOMETRO GREATER WS-ODO-POSTERIOR
                   MOVE 'S' TO WS-IND-SUSPEITO
                   MOVE "ODOMETRO MAIOR QUE A LEITURA POSTERIOR"
                     TO WS-DS-SUSPEITA
               WHEN E-TP-ABASTECIMENTO AND
                    WS-ODO-ABAST-ANT GREATER ZEROS
                   COMPUTE WS-VL-CONSUMO ROUNDED =
                       (WS-QT-ODOMETRO - WS-ODO-ABAST-ANT)
                     / WS-QT-LITROS
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-VL-CONSUMO
                   END-COMPUTE
                   IF WS-VL-CONSUMO LESS WS-KML-MIN OR
                      WS-VL-CONSUMO GREATER WS-KML-MAX
                       MOVE 'S' TO WS-IND-SUSPEITO
                       MOVE "CONSUMO (KM/L) FORA DA FAIXA ESPERADA"
                         TO WS-DS-SUSPEITA
                   END-IF
           END-EVALUATE.

       2000-CRITICA-CONSUMOX. EXIT.

      * -----------------------------------
      * GRAVA O LANCAMENTO E REGISTRA NA AUDITORIA GERAL
       2100-GRAVA-LANCAMENTO SECTION.

           MOVE SPACES TO ARQ-FROTA-REC
           MOVE WS-NR-PLACA      TO FS-FRT-NR-PLACA
           MOVE WS-DT-LANCAMENTO TO FS-FRT-DT-LANCAMENTO
           MOVE WS-NR-SEQ        TO FS-FRT-NR-SEQUENCIA
           EVALUATE TRUE
               WHEN E-TP-ABASTECIMENTO
                   MOVE "A" TO FS-FRT-TP-LANCAMENTO
               WHEN E-TP-ODOMETRO
                   MOVE "O" TO FS-FRT-TP-LANCAMENTO
               WHEN OTHER
                   MOVE "M" TO FS-FRT-TP-LANCAMENTO
           END-EVALUATE
           MOVE WS-QT-ODOMETRO   TO FS-FRT-QT-ODOMETRO
           MOVE WS-QT-LITROS     TO FS-FRT-QT-LITROS
           MOVE WS-VL-LANCAMENTO TO FS-FRT-VL-LANCAMENTO
           MOVE WS-DS-LANCAMENTO TO FS-FRT-DS-LANCAMENTO
           MOVE WS-VL-CONSUMO    TO FS-FRT-VL-CONSUMO
           MOVE WS-IND-SUSPEITO  TO FS-FRT-IND-SUSPEITO
           MOVE LK-OPERADOR      TO FS-FRT-CD-OPERADOR

           WRITE ARQ-FROTA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O LANCAMENTO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2100-GRAVA-LANCAMENTOX
           END-WRITE

           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           MOVE ARQ-FROTA-REC TO LK-AGR-DEPOIS
           MOVE "FROTA"       TO LK-AGR-ENTIDADE
           MOVE FS-FRT-KEY    TO LK-AGR-CHAVE
           MOVE "LANCA"       TO LK-AGR-OPERACAO
           MOVE LK-OPERADOR   TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

           IF E-SUSPEITO
               MOVE "LANCAMENTO GRAVADO COMO LEITURA SUSPEITA"
                 TO WS-MSGERRO
           ELSE
               MOVE "LANCAMENTO GRAVADO" TO WS-MSGERRO
           END-IF
           PERFORM 9000-MOSTRA-ERRO.

       2100-GRAVA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * SOMA OS LANCAMENTOS DO MES POR VEICULO; GUARDA A ULTIMA
      * LEITURA DE ODOMETRO ANTERIOR AO MES COMO BASE DO KM RODADO
       2500-APURA-LANCAMENTOS SECTION.

           INITIALIZE WS-TAB-VEI
           MOVE ZEROS TO WS-TAB-VEI-QTD WS-QT-SUSPEITOS

           MOVE LOW-VALUES TO FS-FRT-KEY
           PERFORM 6000-LE-PROX-FROTA

           PERFORM UNTIL NOT FS-STAT-FRT-OK

               IF FS-FRT-DT-LANCAMENTO NOT GREATER WS-DT-FIM
                   MOVE FS-FRT-NR-PLACA TO WS-NR-PLACA
                   PERFORM 6700-PROCURA-VEICULO
               ELSE
                   MOVE ZEROS TO WS-TAB-VEI-ACH
               END-IF

               IF WS-TAB-VEI-ACH GREATER ZEROS
                   MOVE WS-TAB-VEI-ACH TO WS-TAB-VEI-IDX
                   IF FS-FRT-DT-LANCAMENTO LESS WS-DT-INI
                       IF FS-FRT-QT-ODOMETRO GREATER ZEROS
                           MOVE FS-FRT-QT-ODOMETRO
                             TO WS-TAB-VEI-ODO-BASE(WS-TAB-VEI-IDX)
                       END-IF
                   ELSE
                       PERFORM 2510-SOMA-LANCAMENTO
                   END-IF
               END-IF

               PERFORM 6000-LE-PROX-FROTA
           END-PERFORM.

       2500-APURA-LANCAMENTOSX. EXIT.

      * -----------------------------------
      * SOMA UM LANCAMENTO DO MES AO VEICULO EM WS-TAB-VEI-IDX
       2510-SOMA-LANCAMENTO SECTION.

           IF FS-FRT-QT-ODOMETRO GREATER ZEROS
               IF WS-TAB-VEI-ODO-MIN(WS-TAB-VEI-IDX) EQUAL ZEROS OR
                  FS-FRT-QT-ODOMETRO LESS
                  WS-TAB-VEI-ODO-MIN(WS-TAB-VEI-IDX)
                   MOVE FS-FRT-QT-ODOMETRO
                     TO WS-TAB-VEI-ODO-MIN(WS-TAB-VEI-IDX)
               END-IF
               IF FS-FRT-QT-ODOMETRO GREATER
                  WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX)
                   MOVE FS-FRT-QT-ODOMETRO
                     TO WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN FS-FRT-ABASTECIMENTO
                   ADD FS-FRT-QT-LITROS
                    TO WS-TAB-VEI-LITROS(WS-TAB-VEI-IDX)
                   ADD FS-FRT-VL-LANCAMENTO
                    TO WS-TAB-VEI-VL-COMB(WS-TAB-VEI-IDX)
               WHEN FS-FRT-MANUTENCAO
                   ADD FS-FRT-VL-LANCAMENTO
                    TO WS-TAB-VEI-VL-MANUT(WS-TAB-VEI-IDX)
           END-EVALUATE

           IF FS-FRT-SUSPEITO
               ADD 1 TO WS-QT-SUSPEITOS
           END-IF.

       2510-SOMA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * CARREGA OS DIAS DE CARGA DO MES (ESCALA.IDX) E CONTA OS DIAS
      * DE CADA VEICULO
       2600-APURA-DIAS-CARGA SECTION.

           INITIALIZE WS-TAB-DIA
           MOVE ZEROS TO WS-TAB-DIA-QTD

           MOVE WS-DT-INI TO FS-ESC-DT-CARGA
           MOVE ZEROS TO FS-ESC-CD-VENDEDOR FS-ESC-NR-DIA
           PERFORM 6100-LE-PROX-ESCALA

           PERFORM UNTIL NOT FS-STAT-ESC-OK OR
                         FS-ESC-DT-CARGA GREATER WS-DT-FIM OR
                         WS-TAB-DIA-QTD NOT LESS 1000

               ADD 1 TO WS-TAB-DIA-QTD
               MOVE WS-TAB-DIA-QTD TO WS-TAB-DIA-IDX
               MOVE FS-ESC-DT-CARGA
                 TO WS-TAB-DIA-DT(WS-TAB-DIA-IDX)
               MOVE FS-ESC-CD-VENDEDOR
                 TO WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX)
               MOVE FS-ESC-NR-DIA
                 TO WS-TAB-DIA-NR(WS-TAB-DIA-IDX)
               MOVE FS-ESC-NR-PLACA
                 TO WS-TAB-DIA-PLACA(WS-TAB-DIA-IDX)
               IF FS-ESC-CD-MOTORISTA IS NUMERIC
                   MOVE FS-ESC-CD-MOTORISTA
                     TO WS-TAB-DIA-MOTORISTA(WS-TAB-DIA-IDX)
               END-IF

               IF FS-ESC-NR-PLACA NOT EQUAL SPACES
                   MOVE FS-ESC-NR-PLACA TO WS-NR-PLACA
                   PERFORM 6700-PROCURA-VEICULO
                   IF WS-TAB-VEI-ACH GREATER ZEROS
                       MOVE WS-TAB-VEI-ACH
                         TO WS-TAB-DIA-VEI(WS-TAB-DIA-IDX)
                       ADD 1 TO WS-TAB-VEI-DIAS(WS-TAB-VEI-ACH)
                   END-IF
               END-IF

               PERFORM 6100-LE-PROX-ESCALA
           END-PERFORM.

       2600-APURA-DIAS-CARGAX. EXIT.

      * -----------------------------------
      * CONTA AS PARADAS ENTREGUES (INTEGRAL OU PARCIAL) DO MES EM
      * CADA DIA DE CARGA E NO VEICULO DO DIA
       2700-APURA-PARADAS SECTION.

           MOVE ZEROS TO WS-QT-SEM-DIA

           MOVE LOW-VALUES TO FS-ENT-KEY
           PERFORM 6200-LE-PROX-ENTREGA

           PERFORM UNTIL NOT FS-STAT-ENT-OK

               IF FS-ENT-DT-ENTREGA NOT LESS WS-DT-INI AND
                  FS-ENT-DT-ENTREGA NOT GREATER WS-DT-FIM AND
                  (FS-ENT-INTEGRAL OR FS-ENT-PARCIAL)
                   PERFORM 6750-PROCURA-DIA-CARGA
                   IF WS-TAB-DIA-ACH GREATER ZEROS
                       ADD 1 TO WS-TAB-DIA-PARADAS(WS-TAB-DIA-ACH)
                       MOVE WS-TAB-DIA-VEI(WS-TAB-DIA-ACH)
                         TO WS-TAB-VEI-IDX
                       IF WS-TAB-VEI-IDX GREATER ZEROS
                           ADD 1 TO WS-TAB-VEI-PARADAS(WS-TAB-VEI-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-QT-SEM-DIA
                   END-IF
               END-IF

               PERFORM 6200-LE-PROX-ENTREGA
           END-PERFORM.

       2700-APURA-PARADASX. EXIT.

      * -----------------------------------
      * CUSTO DO VEICULO POR DIA E POR PARADA; CUSTO DAS ROTAS
      * (VENDEDOR) PELOS SEUS DIAS DE CARGA
       2800-RATEIA-CUSTOS SECTION.

           PERFORM VARYING WS-TAB-VEI-IDX FROM 1 BY 1
                   UNTIL WS-TAB-VEI-IDX GREATER WS-TAB-VEI-QTD
               COMPUTE WS-VL-TOTAL =
                   WS-TAB-VEI-VL-COMB(WS-TAB-VEI-IDX)
                 + WS-TAB-VEI-VL-MANUT(WS-TAB-VEI-IDX)
               IF WS-TAB-VEI-DIAS(WS-TAB-VEI-IDX) GREATER ZEROS
                   COMPUTE WS-TAB-VEI-VL-DIA(WS-TAB-VEI-IDX) ROUNDED =
                       WS-VL-TOTAL / WS-TAB-VEI-DIAS(WS-TAB-VEI-IDX)
               END-IF
               IF WS-TAB-VEI-PARADAS(WS-TAB-VEI-IDX) GREATER ZEROS
                   COMPUTE WS-TAB-VEI-VL-PARADA(WS-TAB-VEI-IDX)
                       ROUNDED = WS-VL-TOTAL
                               / WS-TAB-VEI-PARADAS(WS-TAB-VEI-IDX)
               END-IF
           END-PERFORM

           INITIALIZE WS-TAB-ROT
           MOVE ZEROS TO WS-TAB-ROT-QTD

           PERFORM VARYING WS-TAB-DIA-IDX FROM 1 BY 1
                   UNTIL WS-TAB-DIA-IDX GREATER WS-TAB-DIA-QTD
               PERFORM 6800-PROCURA-ROTA
               IF WS-TAB-ROT-ACH GREATER ZEROS
                   ADD 1 TO WS-TAB-ROT-DIAS(WS-TAB-ROT-ACH)
                   ADD WS-TAB-DIA-PARADAS(WS-TAB-DIA-IDX)
                    TO WS-TAB-ROT-PARADAS(WS-TAB-ROT-ACH)
                   MOVE WS-TAB-DIA-VEI(WS-TAB-DIA-IDX)
                     TO WS-TAB-VEI-IDX
                   IF WS-TAB-VEI-IDX GREATER ZEROS
                       ADD WS-TAB-VEI-VL-DIA(WS-TAB-VEI-IDX)
                        TO WS-TAB-ROT-VL(WS-TAB-ROT-ACH)
                   END-IF
               END-IF
           END-PERFORM.

       2800-RATEIA-CUSTOSX. EXIT.

      * -----------------------------------
      * CUSTO POR KM, POR DIA DE CARGA E POR PARADA DE CADA VEICULO,
      * COM O TOTAL DA FROTA
       3000-LISTA-VEICULOS SECTION.

           MOVE ZEROS TO WS-TOT-KM WS-TOT-VL WS-TOT-DIAS
                         WS-TOT-PARADAS

           MOVE "CUSTO POR VEICULO" TO WS-TIT-SECAO
           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-VEI TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM VARYING WS-TAB-VEI-IDX FROM 1 BY 1
                   UNTIL WS-TAB-VEI-IDX GREATER WS-TAB-VEI-QTD

               COMPUTE WS-VL-TOTAL =
                   WS-TAB-VEI-VL-COMB(WS-TAB-VEI-IDX)
                 + WS-TAB-VEI-VL-MANUT(WS-TAB-VEI-IDX)

               MOVE ZEROS TO WS-QT-KM WS-VL-KM
               IF WS-TAB-VEI-ODO-BASE(WS-TAB-VEI-IDX) GREATER ZEROS
                  AND WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX) GREATER
                      WS-TAB-VEI-ODO-BASE(WS-TAB-VEI-IDX)
                   COMPUTE WS-QT-KM =
                       WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX)
                     - WS-TAB-VEI-ODO-BASE(WS-TAB-VEI-IDX)
               ELSE
                   IF WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX) GREATER
                      WS-TAB-VEI-ODO-MIN(WS-TAB-VEI-IDX)
                       COMPUTE WS-QT-KM =
                           WS-TAB-VEI-ODO-MAX(WS-TAB-VEI-IDX)
                         - WS-TAB-VEI-ODO-MIN(WS-TAB-VEI-IDX)
                   END-IF
               END-IF

               IF WS-VL-TOTAL GREATER ZEROS OR
                  WS-QT-KM GREATER ZEROS OR
                  WS-TAB-VEI-DIAS(WS-TAB-VEI-IDX) GREATER ZEROS

                   IF WS-QT-KM GREATER ZEROS
                       COMPUTE WS-VL-KM ROUNDED = WS-VL-TOTAL / WS-QT-KM
                   END-IF

                   MOVE ZEROS TO WS-RV-KML
                   IF WS-TAB-VEI-LITROS(WS-TAB-VEI-IDX) GREATER ZEROS
                       COMPUTE WS-RV-KML ROUNDED = WS-QT-KM
                             / WS-TAB-VEI-LITROS(WS-TAB-VEI-IDX)
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-RV-KML
                       END-COMPUTE
                   END-IF

                   MOVE WS-TAB-VEI-PLACA(WS-TAB-VEI-IDX) TO WS-RV-PLACA
                   MOVE WS-QT-KM TO WS-RV-KM
                   MOVE WS-TAB-VEI-LITROS(WS-TAB-VEI-IDX)
                     TO WS-RV-LITROS
                   MOVE WS-TAB-VEI-VL-COMB(WS-TAB-VEI-IDX)
                     TO WS-RV-COMB
                   MOVE WS-TAB-VEI-VL-MANUT(WS-TAB-VEI-IDX)
                     TO WS-RV-MANUT
                   MOVE WS-VL-TOTAL TO WS-RV-TOTAL
                   MOVE WS-VL-KM TO WS-RV-VL-KM
                   MOVE WS-TAB-VEI-DIAS(WS-TAB-VEI-IDX) TO WS-RV-DIAS
                   MOVE WS-TAB-VEI-VL-DIA(WS-TAB-VEI-IDX)
                     TO WS-RV-VL-DIA
                   MOVE WS-TAB-VEI-PARADAS(WS-TAB-VEI-IDX)
                     TO WS-RV-PARADAS
                   MOVE WS-TAB-VEI-VL-PARADA(WS-TAB-VEI-IDX)
                     TO WS-RV-VL-PARADA

                   MOVE WS-LINHA-VEI TO ARQ-SAIDA-REC
                   WRITE ARQ-SAIDA-REC

                   ADD WS-QT-KM TO WS-TOT-KM
                   ADD WS-VL-TOTAL TO WS-TOT-VL
                   ADD WS-TAB-VEI-DIAS(WS-TAB-VEI-IDX) TO WS-TOT-DIAS
                   ADD WS-TAB-VEI-PARADAS(WS-TAB-VEI-IDX)
                    TO WS-TOT-PARADAS
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-VL-PARADA
           IF WS-TOT-PARADAS GREATER ZEROS
               COMPUTE WS-VL-PARADA ROUNDED =
                   WS-TOT-VL / WS-TOT-PARADAS
           END-IF

           MOVE WS-TOT-VL      TO WS-TOT-VL-L
           MOVE WS-TOT-KM      TO WS-TOT-KM-L
           MOVE WS-TOT-DIAS    TO WS-TOT-DIAS-L
           MOVE WS-TOT-PARADAS TO WS-TOT-PARADAS-L
           MOVE WS-VL-PARADA   TO WS-TOT-VL-PARADA-L
           MOVE WS-LINHA-TOT TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           MOVE WS-QT-SEM-DIA TO WS-QT-SEM-DIA-L
           MOVE WS-LINHA-SEM-DIA TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       3000-LISTA-VEICULOSX. EXIT.

      * -----------------------------------
      * CUSTO DE CADA DIA DE CARGA DO MES (CUSTO DIARIO DO VEICULO)
       3100-LISTA-DIAS-CARGA SECTION.

           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE "CUSTO POR DIA DE CARGA" TO WS-TIT-SECAO
           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-DIA TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM VARYING WS-TAB-DIA-IDX FROM 1 BY 1
                   UNTIL WS-TAB-DIA-IDX GREATER WS-TAB-DIA-QTD

               MOVE ZEROS TO WS-VL-TOTAL WS-VL-PARADA
               MOVE WS-TAB-DIA-VEI(WS-TAB-DIA-IDX) TO WS-TAB-VEI-IDX
               IF WS-TAB-VEI-IDX GREATER ZEROS
                   MOVE WS-TAB-VEI-VL-DIA(WS-TAB-VEI-IDX)
                     TO WS-VL-TOTAL
               END-IF
               IF WS-TAB-DIA-PARADAS(WS-TAB-DIA-IDX) GREATER ZEROS
                   COMPUTE WS-VL-PARADA ROUNDED = WS-VL-TOTAL
                         / WS-TAB-DIA-PARADAS(WS-TAB-DIA-IDX)
               END-IF

               MOVE WS-TAB-DIA-DT(WS-TAB-DIA-IDX) TO WS-RD-DATA
               MOVE WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX)
                 TO WS-RD-VENDEDOR
               MOVE WS-TAB-DIA-NR(WS-TAB-DIA-IDX) TO WS-RD-NR-DIA
               MOVE WS-TAB-DIA-PLACA(WS-TAB-DIA-IDX) TO WS-RD-PLACA
               MOVE WS-TAB-DIA-MOTORISTA(WS-TAB-DIA-IDX)
                 TO WS-RD-MOTORISTA
               MOVE WS-TAB-DIA-PARADAS(WS-TAB-DIA-IDX)
                 TO WS-RD-PARADAS
               MOVE WS-VL-TOTAL TO WS-RD-VL-DIA
               MOVE WS-VL-PARADA TO WS-RD-VL-PARADA

               MOVE WS-LINHA-DIA TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-PERFORM.

       3100-LISTA-DIAS-CARGAX. EXIT.

      * -----------------------------------
      * CUSTO DE CADA ROTA (VENDEDOR) NO MES
       3200-LISTA-ROTAS SECTION.

           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE "CUSTO POR ROTA (VENDEDOR)" TO WS-TIT-SECAO
           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-ROT TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM VARYING WS-TAB-ROT-IDX FROM 1 BY 1
                   UNTIL WS-TAB-ROT-IDX GREATER WS-TAB-ROT-QTD

               MOVE ZEROS TO WS-VL-PARADA
               IF WS-TAB-ROT-PARADAS(WS-TAB-ROT-IDX) GREATER ZEROS
                   COMPUTE WS-VL-PARADA ROUNDED =
                       WS-TAB-ROT-VL(WS-TAB-ROT-IDX)
                     / WS-TAB-ROT-PARADAS(WS-TAB-ROT-IDX)
               END-IF

               MOVE WS-TAB-ROT-VENDEDOR(WS-TAB-ROT-IDX)
                 TO WS-RR-VENDEDOR
               MOVE WS-TAB-ROT-DIAS(WS-TAB-ROT-IDX) TO WS-RR-DIAS
               MOVE WS-TAB-ROT-PARADAS(WS-TAB-ROT-IDX)
                 TO WS-RR-PARADAS
               MOVE WS-TAB-ROT-VL(WS-TAB-ROT-IDX) TO WS-RR-VL
               MOVE WS-VL-PARADA TO WS-RR-VL-PARADA

               MOVE WS-LINHA-ROT TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-PERFORM.

       3200-LISTA-ROTASX. EXIT.

      * -----------------------------------
      * OS 20 CLIENTES MAIS CAROS DE ATENDER NO MES: CADA PARADA
      * ENTREGUE CUSTA O CUSTO POR PARADA DO VEICULO DO DIA
       3300-LISTA-CLIENTES SECTION.

           INITIALIZE WS-TAB-CLI
           MOVE ZEROS TO WS-TAB-CLI-QTD

           MOVE LOW-VALUES TO FS-ENT-KEY
           PERFORM 6200-LE-PROX-ENTREGA

           PERFORM UNTIL NOT FS-STAT-ENT-OK

               IF FS-ENT-DT-ENTREGA NOT LESS WS-DT-INI AND
                  FS-ENT-DT-ENTREGA NOT GREATER WS-DT-FIM AND
                  (FS-ENT-INTEGRAL OR FS-ENT-PARCIAL)
                   PERFORM 6750-PROCURA-DIA-CARGA
                   IF WS-TAB-DIA-ACH GREATER ZEROS
                       PERFORM 6850-PROCURA-CLIENTE
                       IF WS-TAB-CLI-ACH GREATER ZEROS
                           ADD 1 TO WS-TAB-CLI-PARADAS(WS-TAB-CLI-ACH)
                           MOVE WS-TAB-DIA-VEI(WS-TAB-DIA-ACH)
                             TO WS-TAB-VEI-IDX
                           IF WS-TAB-VEI-IDX GREATER ZEROS
                               ADD WS-TAB-VEI-VL-PARADA(WS-TAB-VEI-IDX)
                                TO WS-TAB-CLI-VL(WS-TAB-CLI-ACH)
                           END-IF
                       END-IF
                   END-IF
               END-IF

               PERFORM 6200-LE-PROX-ENTREGA
           END-PERFORM

           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE "CLIENTES MAIS CAROS DE ATENDER" TO WS-TIT-SECAO
           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-CLI TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM VARYING WS-NR-POSICAO FROM 1 BY 1
                   UNTIL WS-NR-POSICAO GREATER 20

               MOVE ZEROS TO WS-TAB-CLI-ACH WS-VL-MAIOR
               PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
                       UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD
                   IF WS-TAB-CLI-LISTADO(WS-TAB-CLI-IDX) NOT EQUAL "S"
                      AND WS-TAB-CLI-VL(WS-TAB-CLI-IDX) GREATER
                          WS-VL-MAIOR
                       MOVE WS-TAB-CLI-VL(WS-TAB-CLI-IDX)
                         TO WS-VL-MAIOR
                       MOVE WS-TAB-CLI-IDX TO WS-TAB-CLI-ACH
                   END-IF
               END-PERFORM

               IF WS-TAB-CLI-ACH EQUAL ZEROS
                   MOVE 21 TO WS-NR-POSICAO
               ELSE
                   PERFORM 3310-LISTA-CLIENTE
               END-IF
           END-PERFORM.

       3300-LISTA-CLIENTESX. EXIT.

      * -----------------------------------
      * LISTA O CLIENTE EM WS-TAB-CLI-ACH NA POSICAO WS-NR-POSICAO
       3310-LISTA-CLIENTE SECTION.

           MOVE "S" TO WS-TAB-CLI-LISTADO(WS-TAB-CLI-ACH)

           MOVE SPACES TO WS-RC-NOME
           MOVE WS-TAB-CLI-CD(WS-TAB-CLI-ACH) TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-RC-NOME
           END-IF

           MOVE ZEROS TO WS-VL-PARADA
           IF WS-TAB-CLI-PARADAS(WS-TAB-CLI-ACH) GREATER ZEROS
               COMPUTE WS-VL-PARADA ROUNDED =
                   WS-TAB-CLI-VL(WS-TAB-CLI-ACH)
                 / WS-TAB-CLI-PARADAS(WS-TAB-CLI-ACH)
           END-IF

           MOVE WS-NR-POSICAO TO WS-RC-POSICAO
           MOVE WS-TAB-CLI-CD(WS-TAB-CLI-ACH) TO WS-RC-CLIENTE
           MOVE WS-TAB-CLI-PARADAS(WS-TAB-CLI-ACH) TO WS-RC-PARADAS
           MOVE WS-TAB-CLI-VL(WS-TAB-CLI-ACH) TO WS-RC-VL
           MOVE WS-VL-PARADA TO WS-RC-VL-PARADA

           MOVE WS-LINHA-CLI TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       3310-LISTA-CLIENTEX. EXIT.

      * -----------------------------------
      * LEITURAS DO MES GRAVADAS COMO SUSPEITAS
       3400-LISTA-SUSPEITOS SECTION.

           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE "LEITURAS SUSPEITAS" TO WS-TIT-SECAO
           MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-SUS TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           MOVE LOW-VALUES TO FS-FRT-KEY
           PERFORM 6000-LE-PROX-FROTA

           PERFORM UNTIL NOT FS-STAT-FRT-OK

               IF FS-FRT-SUSPEITO AND
                  FS-FRT-DT-LANCAMENTO NOT LESS WS-DT-INI AND
                  FS-FRT-DT-LANCAMENTO NOT GREATER WS-DT-FIM
                   MOVE FS-FRT-NR-PLACA      TO WS-RS-PLACA
                   MOVE FS-FRT-DT-LANCAMENTO TO WS-RS-DATA
                   MOVE FS-FRT-NR-SEQUENCIA  TO WS-RS-SEQUENCIA
                   MOVE FS-FRT-TP-LANCAMENTO TO WS-RS-TIPO
                   MOVE FS-FRT-QT-ODOMETRO   TO WS-RS-ODOMETRO
                   MOVE FS-FRT-QT-LITROS     TO WS-RS-LITROS
                   MOVE FS-FRT-VL-CONSUMO    TO WS-RS-KML
                   MOVE FS-FRT-DS-LANCAMENTO TO WS-RS-DESCRICAO
                   MOVE WS-LINHA-SUS TO ARQ-SAIDA-REC
                   WRITE ARQ-SAIDA-REC
               END-IF

               PERFORM 6000-LE-PROX-FROTA
           END-PERFORM

           MOVE WS-QT-SUSPEITOS TO WS-QT-SUSPEITOS-L
           MOVE WS-LINHA-QT-SUS TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       3400-LISTA-SUSPEITOSX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DA FROTA PARA ENTRADA E SAIDA E OS DEMAIS
      * PARA CONSULTA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-FROTA
           IF FS-STAT-FRT-NAO-EXISTE
               OPEN OUTPUT ARQ-FROTA
               CLOSE ARQ-FROTA
               OPEN I-O ARQ-FROTA
           END-IF

           OPEN INPUT ARQ-VEICULO

           OPEN INPUT ARQ-ESCALA
           IF FS-STAT-ESC-NAO-EXISTE
               OPEN OUTPUT ARQ-ESCALA
               CLOSE ARQ-ESCALA
               OPEN INPUT ARQ-ESCALA
           END-IF

           OPEN INPUT ARQ-ENTREGA
           IF FS-STAT-ENT-NAO-EXISTE
               OPEN OUTPUT ARQ-ENTREGA
               CLOSE ARQ-ENTREGA
               OPEN INPUT ARQ-ENTREGA
           END-IF

           OPEN INPUT ARQ-CLIENTE.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LANCAMENTO DA FROTA PELA CHAVE
       6000-LE-PROX-FROTA SECTION.

           START ARQ-FROTA KEY > FS-FRT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-FRT
               NOT INVALID KEY
                   READ ARQ-FROTA NEXT
                       AT END MOVE 99 TO FS-STAT-FRT
                   END-READ
           END-START.

       6000-LE-PROX-FROTAX. EXIT.

      * -----------------------------------
      * LE O PROXIMO DIA DE CARGA DA ESCALA PELA CHAVE
       6100-LE-PROX-ESCALA SECTION.

           START ARQ-ESCALA KEY > FS-ESC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ESC
               NOT INVALID KEY
                   READ ARQ-ESCALA NEXT
                       AT END MOVE 99 TO FS-STAT-ESC
                   END-READ
           END-START.

       6100-LE-PROX-ESCALAX. EXIT.

      * -----------------------------------
      * LE A PROXIMA ENTREGA PELA CHAVE
       6200-LE-PROX-ENTREGA SECTION.

           START ARQ-ENTREGA KEY > FS-ENT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ENT
               NOT INVALID KEY
                   READ ARQ-ENTREGA NEXT
                       AT END MOVE 99 TO FS-STAT-ENT
                   END-READ
           END-START.

       6200-LE-PROX-ENTREGAX. EXIT.

      * -----------------------------------
      * VALIDA O LANCAMENTO DIGITADO: VEICULO CADASTRADO, DATA ATE
      * HOJE E OS CAMPOS QUE O TIPO EXIGE
       6500-VALIDA-LANCAMENTO SECTION.

           MOVE 'N' TO WS-DADOS-OK
           MOVE SPACES TO WS-DS-VEICULO

           IF WS-NR-PLACA NOT EQUAL SPACES
               MOVE WS-NR-PLACA TO FS-VEI-NR-PLACA
               READ ARQ-VEICULO
               IF FS-STAT-VEI-OK
                   MOVE FS-VEI-DS-VEICULO TO WS-DS-VEICULO
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-NR-PLACA EQUAL SPACES
                   MOVE "FAVOR INFORMAR A Placa" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-STAT-VEI-OK
                   MOVE "VEICULO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-DT-LANCAMENTO EQUAL ZEROS OR
                    WS-DT-LANCAMENTO GREATER WS-DT-HOJE
                   MOVE "DATA INVALIDA OU FUTURA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT E-TP-ABASTECIMENTO AND
                    NOT E-TP-ODOMETRO AND
                    NOT E-TP-MANUTENCAO
                   MOVE "TIPO INVALIDO - INFORMAR A, O OU M"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN E-TP-ABASTECIMENTO AND
                    (WS-QT-ODOMETRO EQUAL ZEROS OR
                     WS-QT-LITROS EQUAL ZEROS OR
                     WS-VL-LANCAMENTO EQUAL ZEROS)
                   MOVE "ABASTECIMENTO EXIGE Odometro, Litros E Valor"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN E-TP-ODOMETRO AND WS-QT-ODOMETRO EQUAL ZEROS
                   MOVE "FAVOR INFORMAR O Odometro" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN E-TP-MANUTENCAO AND WS-VL-LANCAMENTO EQUAL ZEROS
                   MOVE "FAVOR INFORMAR O Valor DA MANUTENCAO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE 'S' TO WS-DADOS-OK
           END-EVALUATE

      * LEITURA DE ODOMETRO NAO TEM VALOR; MANUTENCAO NAO TEM LITROS
           IF DADOS-VALIDOS
               IF E-TP-ODOMETRO
                   MOVE ZEROS TO WS-QT-LITROS WS-VL-LANCAMENTO
               END-IF
               IF E-TP-MANUTENCAO
                   MOVE ZEROS TO WS-QT-LITROS
               END-IF
           END-IF.

       6500-VALIDA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * PROCURA A PLACA EM WS-NR-PLACA NA TABELA DE VEICULOS,
      * INCLUINDO SE AINDA NAO ESTA (WS-TAB-VEI-ACH ZERO = TABELA
      * CHEIA)
       6700-PROCURA-VEICULO SECTION.

           MOVE ZEROS TO WS-TAB-VEI-ACH

           PERFORM VARYING WS-TAB-VEI-IDX FROM 1 BY 1
                   UNTIL WS-TAB-VEI-IDX GREATER WS-TAB-VEI-QTD OR
                         WS-TAB-VEI-ACH GREATER ZEROS
               IF WS-TAB-VEI-PLACA(WS-TAB-VEI-IDX) EQUAL WS-NR-PLACA
                   MOVE WS-TAB-VEI-IDX TO WS-TAB-VEI-ACH
               END-IF
           END-PERFORM

           IF WS-TAB-VEI-ACH EQUAL ZEROS AND
              WS-TAB-VEI-QTD LESS 200
               ADD 1 TO WS-TAB-VEI-QTD
               MOVE WS-NR-PLACA TO WS-TAB-VEI-PLACA(WS-TAB-VEI-QTD)
               MOVE WS-TAB-VEI-QTD TO WS-TAB-VEI-ACH
           END-IF.

       6700-PROCURA-VEICULOX. EXIT.

      * -----------------------------------
      * DIA DE CARGA DA ENTREGA CORRENTE: MESMA DATA E VENDEDOR,
      * PREFERINDO O DIA DO MOTORISTA QUE FEZ A ENTREGA
       6750-PROCURA-DIA-CARGA SECTION.

           MOVE ZEROS TO WS-TAB-DIA-ACH

           IF FS-ENT-CD-MOTORISTA IS NUMERIC AND
              FS-ENT-CD-MOTORISTA GREATER ZEROS
               PERFORM VARYING WS-TAB-DIA-IDX FROM 1 BY 1
                       UNTIL WS-TAB-DIA-IDX GREATER WS-TAB-DIA-QTD OR
                             WS-TAB-DIA-ACH GREATER ZEROS
                   IF WS-TAB-DIA-DT(WS-TAB-DIA-IDX) EQUAL
                      FS-ENT-DT-ENTREGA AND
                      WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX) EQUAL
                      FS-ENT-CD-VENDEDOR AND
                      WS-TAB-DIA-MOTORISTA(WS-TAB-DIA-IDX) EQUAL
                      FS-ENT-CD-MOTORISTA
                       MOVE WS-TAB-DIA-IDX TO WS-TAB-DIA-ACH
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-TAB-DIA-IDX FROM 1 BY 1
                   UNTIL WS-TAB-DIA-IDX GREATER WS-TAB-DIA-QTD OR
                         WS-TAB-DIA-ACH GREATER ZEROS
               IF WS-TAB-DIA-DT(WS-TAB-DIA-IDX) EQUAL
                  FS-ENT-DT-ENTREGA AND
                  WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX) EQUAL
                  FS-ENT-CD-VENDEDOR
                   MOVE WS-TAB-DIA-IDX TO WS-TAB-DIA-ACH
               END-IF
           END-PERFORM.

       6750-PROCURA-DIA-CARGAX. EXIT.

      * -----------------------------------
      * PROCURA O VENDEDOR DO DIA EM WS-TAB-DIA-IDX NA TABELA DE
      * ROTAS, INCLUINDO SE AINDA NAO ESTA
       6800-PROCURA-ROTA SECTION.

           MOVE ZEROS TO WS-TAB-ROT-ACH

           PERFORM VARYING WS-TAB-ROT-IDX FROM 1 BY 1
                   UNTIL WS-TAB-ROT-IDX GREATER WS-TAB-ROT-QTD OR
                         WS-TAB-ROT-ACH GREATER ZEROS
               IF WS-TAB-ROT-VENDEDOR(WS-TAB-ROT-IDX) EQUAL
                  WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX)
                   MOVE WS-TAB-ROT-IDX TO WS-TAB-ROT-ACH
               END-IF
           END-PERFORM

           IF WS-TAB-ROT-ACH EQUAL ZEROS AND
              WS-TAB-ROT-QTD LESS 500
               ADD 1 TO WS-TAB-ROT-QTD
               MOVE WS-TAB-DIA-VENDEDOR(WS-TAB-DIA-IDX)
                 TO WS-TAB-ROT-VENDEDOR(WS-TAB-ROT-QTD)
               MOVE WS-TAB-ROT-QTD TO WS-TAB-ROT-ACH
           END-IF.

       6800-PROCURA-ROTAX. EXIT.

      * -----------------------------------
      * PROCURA O CLIENTE DA ENTREGA CORRENTE NA TABELA DE CLIENTES,
      * INCLUINDO SE AINDA NAO ESTA
       6850-PROCURA-CLIENTE SECTION.

           MOVE ZEROS TO WS-TAB-CLI-ACH

           PERFORM VARYING WS-TAB-CLI-IDX FROM 1 BY 1
                   UNTIL WS-TAB-CLI-IDX GREATER WS-TAB-CLI-QTD OR
                         WS-TAB-CLI-ACH GREATER ZEROS
               IF WS-TAB-CLI-CD(WS-TAB-CLI-IDX) EQUAL
                  FS-ENT-CD-CLIENTE
                   MOVE WS-TAB-CLI-IDX TO WS-TAB-CLI-ACH
               END-IF
           END-PERFORM

           IF WS-TAB-CLI-ACH EQUAL ZEROS AND
              WS-TAB-CLI-QTD LESS 5000
               ADD 1 TO WS-TAB-CLI-QTD
               MOVE FS-ENT-CD-CLIENTE
                 TO WS-TAB-CLI-CD(WS-TAB-CLI-QTD)
               MOVE WS-TAB-CLI-QTD TO WS-TAB-CLI-ACH
           END-IF.

       6850-PROCURA-CLIENTEX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-FROTA
           CLOSE ARQ-VEICULO
           CLOSE ARQ-ESCALA
           CLOSE ARQ-ENTREGA
           CLOSE ARQ-CLIENTE.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE WS-ID-RELATORIO TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "MES=" WS-AAAAMM DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_FROTA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_FROTA.
