      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Ocorrencias de Atendimento ao Cliente (SAC)
      * Tectonics: cobc
      ******************************************************************
      * REGISTRA AS RECLAMACOES QUE CHEGAM POR TELEFONE (ATRASO DE
      * ENTREGA, AVARIA, PRECO ERRADO, GELADEIRA QUEBRADA...) EM
      * ARQ-OCORRENCIA. CADA OCORRENCIA E DE UM CLIENTE E PODE
      * APONTAR O PEDIDO, A ENTREGA (CHAVE DE ARQ-ENTREGA: VENDEDOR E
      * DATA DA ENTREGA DO PROPRIO CLIENTE) E O ATIVO DE COMODATO.
      * TEM CATEGORIA, PRIORIDADE, AREA RESPONSAVEL E PRAZO DE SLA,
      * CONTADO EM DIAS UTEIS A PARTIR DA ABERTURA POR CBL_DIA_UTIL
      * (FERIADOS DA REGIAO DO CLIENTE), COM OS DIAS DE CADA
      * PRIORIDADE NOS PARAMETROS SAC-PRAZO-ALTA (PADRAO 1),
      * SAC-PRAZO-MEDIA (3) E SAC-PRAZO-BAIXA (5).
      * OPCOES: ABRIR, ENCAMINHAR PARA OUTRA AREA, COMENTAR, FECHAR
      * E CONSULTAR. CADA EVENTO FICA NO HISTORICO ARQ-OCOHIST COM
      * DATA, HORA, AREA, OPERADOR E TEXTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_OCORRENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OCO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OCO.

           SELECT ARQ-OCOHIST ASSIGN TO DISK WID-ARQ-OCOHIST
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OCH-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OCH.

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

           SELECT ARQ-ENTREGA ASSIGN TO DISK WID-ARQ-ENTREGA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ENT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ENT.

           SELECT ARQ-ATIVO ASSIGN TO DISK WID-ARQ-ATIVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ATV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ATV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OCORRENCIA.

       COPY FS-ARQ-OCORRENCIA.

       FD ARQ-OCOHIST.

       COPY FS-ARQ-OCOHIST.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-ENTREGA.

       COPY FS-ARQ-ENTREGA.

       FD ARQ-ATIVO.

       COPY FS-ARQ-ATIVO.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-ABRIR      VALUE IS "1".
           88 E-ENCAMINHAR VALUE IS "2".
           88 E-COMENTAR   VALUE IS "3".
           88 E-FECHAR     VALUE IS "4".
           88 E-CONSULTAR  VALUE IS "5".
           88 E-ENCERRAR   VALUE IS "X" "x".
           88 E-OPCAO-OK   VALUES ARE "1" "2" "3" "4" "5" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-OCO PIC 9(02).
           88 FS-STAT-OCO-OK         VALUE 00.
           88 FS-STAT-OCO-EM-USO     VALUE 51.
           88 FS-STAT-OCO-NAO-EXISTE VALUE 35.

       77 FS-STAT-OCH PIC 9(02).
           88 FS-STAT-OCH-OK         VALUE 00.
           88 FS-STAT-OCH-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 FS-STAT-ENT PIC 9(02).
           88 FS-STAT-ENT-OK         VALUE 00.

       77 FS-STAT-ATV PIC 9(02).
           88 FS-STAT-ATV-OK         VALUE 00.

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
       77 WS-HR-AGORA PIC 9(006) VALUE ZEROS.
       77 WS-HORA-BUFFER PIC 9(008) VALUE ZEROS.

       77 WS-ID-OPERADOR PIC X(10) VALUE SPACES.

      * CAMPOS DA TELA DE ABERTURA
       77 WS-NR-OCORRENCIA    PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE       PIC 9(007) VALUE ZEROS.
       77 WS-NR-PEDIDO        PIC 9(007) VALUE ZEROS.
       77 WS-ENT-CD-VENDEDOR  PIC 9(007) VALUE ZEROS.
       77 WS-ENT-DT-ENTREGA   PIC 9(008) VALUE ZEROS.
       77 WS-NR-ATIVO         PIC 9(007) VALUE ZEROS.
       77 WS-CD-CATEGORIA     PIC X(001) VALUE SPACES.
           88 WS-CATEGORIA-OK VALUES ARE "E" "A" "P" "C" "O".
       77 WS-CD-PRIORIDADE    PIC X(001) VALUE "M".
           88 WS-PRIORIDADE-OK VALUES ARE "A" "M" "B".
       77 WS-CD-AREA          PIC X(003) VALUE SPACES.
           88 WS-AREA-OK      VALUES ARE "LOG" "COM" "TRD" "FIN"
                                         "SAC".
       77 WS-DS-ASSUNTO       PIC X(050) VALUE SPACES.

      * EVENTO A GRAVAR NO HISTORICO
       77 WS-TP-EVENTO        PIC X(001) VALUE SPACES.
       77 WS-DS-TEXTO         PIC X(060) VALUE SPACES.

      * DIAS UTEIS DE SLA POR PRIORIDADE
       77 WS-DIAS-ALTA        PIC 9(003) VALUE 1.
       77 WS-DIAS-MEDIA       PIC 9(003) VALUE 3.
       77 WS-DIAS-BAIXA       PIC 9(003) VALUE 5.
       77 WS-DIAS-SLA         PIC 9(003) VALUE ZEROS.
       77 WS-DT-CALCULO       PIC 9(008) VALUE ZEROS.

      * OCORRENCIA SELECIONADA PARA ENCAMINHAR/COMENTAR/FECHAR
       77 WS-OCO-SELECIONADA  PIC X VALUE 'N'.
           88 OCO-SELECIONADA VALUE 'S'.

       01 WS-LIN-TEXTO PIC X(100) VALUE SPACES.

       COPY CPY_ID_ARQ_OCORRENCIA.
       COPY CPY_ID_ARQ_OCOHIST.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_ENTREGA.
       COPY CPY_ID_ARQ_ATIVO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DIA_UTIL.

       COPY CPY_GRAVA_LOG.

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
           05 LINE 07 COLUMN 15 VALUE "01 - ABRIR OCORRENCIA".
           05 LINE 08 COLUMN 15 VALUE "02 - ENCAMINHAR OCORRENCIA".
           05 LINE 09 COLUMN 15 VALUE "03 - COMENTAR OCORRENCIA".
           05 LINE 10 COLUMN 15 VALUE "04 - FECHAR OCORRENCIA".
           05 LINE 11 COLUMN 15 VALUE "05 - CONSULTAR OCORRENCIA".
           05 LINE 13 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ABERTURA.
           05 LINE 04 COLUMN 13 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE
              BLANK WHEN ZEROS.
           05 LINE 05 COLUMN 14 VALUE "Pedido:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PEDIDO
              BLANK WHEN ZEROS.
           05 LINE 06 COLUMN 02 VALUE "Entrega-Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-ENT-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 LINE 06 COLUMN 40 VALUE "Data(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-ENT-DT-ENTREGA
              BLANK WHEN ZEROS.
           05 LINE 07 COLUMN 15 VALUE "Ativo:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-ATIVO
              BLANK WHEN ZEROS.
           05 LINE 08 COLUMN 11 VALUE "Categoria:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CD-CATEGORIA.
           05 LINE 09 COLUMN 10 VALUE "Prioridade:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CD-PRIORIDADE.
           05 LINE 10 COLUMN 16 VALUE "Area:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-CD-AREA.
           05 LINE 11 COLUMN 13 VALUE "Assunto:".
           05 COLUMN PLUS 2 PIC X(50) USING WS-DS-ASSUNTO.
           05 LINE 13 COLUMN 02 VALUE "Categoria: E=Atraso Entrega A=A
      -"varia P=Preco C=Comodato O=Outros".
           05 LINE 14 COLUMN 02 VALUE "Prioridade: A=Alta M=Media B=Ba
      -"ixa".
           05 LINE 15 COLUMN 02 VALUE "Area: LOG COM TRD FIN SAC (em bra
      -"nco = pela categoria)".

       01 SS-TELA-NUMERO.
           05 LINE 03 COLUMN 10 VALUE "Ocorrencia:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-OCORRENCIA
              BLANK WHEN ZEROS.

       01 SS-TELA-RESUMO.
           05 LINE 04 COLUMN 02 VALUE "Situacao:".
           05 COLUMN PLUS 1 PIC X(01) FROM FS-OCO-IND-SITUACAO.
           05 LINE 04 COLUMN 20 VALUE "Cliente:".
           05 COLUMN PLUS 1 PIC 9(07) FROM FS-OCO-CD-CLIENTE.
           05 LINE 04 COLUMN 40 VALUE "Vendedor:".
           05 COLUMN PLUS 1 PIC 9(07) FROM FS-OCO-CD-VENDEDOR.
           05 LINE 05 COLUMN 02 VALUE "Categoria:".
           05 COLUMN PLUS 1 PIC X(01) FROM FS-OCO-CD-CATEGORIA.
           05 LINE 05 COLUMN 20 VALUE "Prioridade:".
           05 COLUMN PLUS 1 PIC X(01) FROM FS-OCO-CD-PRIORIDADE.
           05 LINE 05 COLUMN 40 VALUE "Area:".
           05 COLUMN PLUS 1 PIC X(03) FROM FS-OCO-CD-AREA.
           05 LINE 06 COLUMN 02 VALUE "Abertura:".
           05 COLUMN PLUS 1 PIC 9(08) FROM FS-OCO-DT-ABERTURA.
           05 LINE 06 COLUMN 20 VALUE "Prazo:".
           05 COLUMN PLUS 1 PIC 9(08) FROM FS-OCO-DT-PRAZO.
           05 LINE 06 COLUMN 40 VALUE "Fechamento:".
           05 COLUMN PLUS 1 PIC 9(08) FROM FS-OCO-DT-FECHAMENTO
              BLANK WHEN ZEROS.
           05 LINE 07 COLUMN 02 VALUE "Pedido:".
           05 COLUMN PLUS 1 PIC 9(07) FROM FS-OCO-NR-PEDIDO
              BLANK WHEN ZEROS.
           05 LINE 07 COLUMN 20 VALUE "Entrega:".
           05 COLUMN PLUS 1 PIC 9(07) FROM FS-OCO-ENT-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 1 PIC 9(08) FROM FS-OCO-ENT-DT-ENTREGA
              BLANK WHEN ZEROS.
           05 LINE 07 COLUMN 50 VALUE "Ativo:".
           05 COLUMN PLUS 1 PIC 9(07) FROM FS-OCO-NR-ATIVO
              BLANK WHEN ZEROS.
           05 LINE 08 COLUMN 02 VALUE "Assunto:".
           05 COLUMN PLUS 1 PIC X(50) FROM FS-OCO-DS-ASSUNTO.

       01 SS-TELA-AREA.
           05 LINE 10 COLUMN 02 VALUE "Area (LOG/COM/TRD/FIN/SAC):".
           05 COLUMN PLUS 2 PIC X(03) USING WS-CD-AREA.

       01 SS-TELA-TEXTO.
           05 LINE 11 COLUMN 02 VALUE "Texto:".
           05 COLUMN PLUS 2 PIC X(60) USING WS-DS-TEXTO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-OCORRENCIA
           END-IF
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-OCOHIST
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-ENTREGA
           MOVE WNM-PATH-OCORRENCIA TO WNM-PATH-ATIVO

           MOVE "SAC-PRAZO-ALTA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-ALTA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SAC-PRAZO-MEDIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-MEDIA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "SAC-PRAZO-BAIXA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-DIAS-BAIXA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-OCORRENCIA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE LK-OPERADOR TO WS-ID-OPERADOR

           PERFORM UNTIL E-ENCERRAR
               MOVE "OCORRENCIAS SAC" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-ABRIR
                       PERFORM 1000-ABRIR-OCORRENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ENCAMINHAR
                       PERFORM 1100-ENCAMINHAR-OCORRENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-COMENTAR
                       PERFORM 1200-COMENTAR-OCORRENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-FECHAR
                       PERFORM 1300-FECHAR-OCORRENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CONSULTAR
                       PERFORM 1400-CONSULTAR-OCORRENCIA
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * ABRE A OCORRENCIA (NUMERO DE CBL_PROXIMO_CODIGO), CALCULA O
      * PRAZO DE SLA E GRAVA O EVENTO DE ABERTURA NO HISTORICO
       1000-ABRIR-OCORRENCIA SECTION.

           MOVE "01 - ABERTURA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-CD-CATEGORIA WS-CD-AREA
                          WS-DS-ASSUNTO
           MOVE "M" TO WS-CD-PRIORIDADE
           MOVE ZEROS TO WS-CD-CLIENTE WS-NR-PEDIDO WS-ENT-CD-VENDEDOR
                         WS-ENT-DT-ENTREGA WS-NR-ATIVO

           PERFORM 5000-ABRIR-ARQ-OCORRENCIA
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-ENTREGA
           OPEN INPUT ARQ-ATIVO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-ABERTURA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 2000-VALIDA-ABERTURA
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE "OCORRENCIA" TO LK-CTL-ENTIDADE
               MOVE "P" TO LK-CTL-FUNCAO
               CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
               MOVE LK-CTL-CODIGO TO WS-NR-OCORRENCIA

               PERFORM 2100-CALCULA-PRAZO

               ACCEPT WS-HORA-BUFFER FROM TIME
               MOVE WS-HORA-BUFFER(1:6) TO WS-HR-AGORA

               MOVE WS-NR-OCORRENCIA   TO FS-OCO-NR-OCORRENCIA
               MOVE WS-CD-CLIENTE      TO FS-OCO-CD-CLIENTE
               MOVE FS-CLI-CD-VENDEDOR TO FS-OCO-CD-VENDEDOR
               MOVE WS-NR-PEDIDO       TO FS-OCO-NR-PEDIDO
               MOVE WS-ENT-CD-VENDEDOR TO FS-OCO-ENT-CD-VENDEDOR
               MOVE WS-ENT-DT-ENTREGA  TO FS-OCO-ENT-DT-ENTREGA
               MOVE WS-NR-ATIVO        TO FS-OCO-NR-ATIVO
               MOVE WS-CD-CATEGORIA    TO FS-OCO-CD-CATEGORIA
               MOVE WS-CD-PRIORIDADE   TO FS-OCO-CD-PRIORIDADE
               MOVE WS-CD-AREA         TO FS-OCO-CD-AREA
               MOVE WS-DT-HOJE         TO FS-OCO-DT-ABERTURA
               MOVE WS-HR-AGORA        TO FS-OCO-HR-ABERTURA
               MOVE WS-DT-CALCULO      TO FS-OCO-DT-PRAZO
               MOVE "A"                TO FS-OCO-IND-SITUACAO
               MOVE ZEROS              TO FS-OCO-DT-FECHAMENTO
               MOVE WS-DS-ASSUNTO      TO FS-OCO-DS-ASSUNTO
               MOVE 1                  TO FS-OCO-NR-ULT-SEQ
               MOVE WS-ID-OPERADOR     TO FS-OCO-ID-OPERADOR

               WRITE ARQ-OCORRENCIA-REC
               INVALID KEY
                   MOVE "OCORRENCIA JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-WRITE

               IF FS-STAT-OCO-OK
                   MOVE "OCORRENCIA" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE WS-NR-OCORRENCIA TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   MOVE "A" TO WS-TP-EVENTO
                   MOVE WS-DS-ASSUNTO TO WS-DS-TEXTO
                   PERFORM 2900-GRAVA-HISTORICO

                   MOVE SPACES TO WS-MSGERRO
                   STRING "OCORRENCIA " DELIMITED BY SIZE
                          WS-NR-OCORRENCIA DELIMITED BY SIZE
                          " ABERTA - PRAZO " DELIMITED BY SIZE
                          WS-DT-CALCULO DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ENTREGA
           CLOSE ARQ-ATIVO
           PERFORM 7000-FECHA-ARQ-OCORRENCIA.

       1000-ABRIR-OCORRENCIAX. EXIT.

      * -----------------------------------
      * VALIDA A TELA DE ABERTURA: CLIENTE, CATEGORIA, PRIORIDADE,
      * AREA (EM BRANCO VEM DA CATEGORIA), ASSUNTO E OS VINCULOS
      * INFORMADOS (PEDIDO DO CLIENTE, ENTREGA DO CLIENTE, ATIVO)
       2000-VALIDA-ABERTURA SECTION.

           INSPECT WS-CD-CATEGORIA  CONVERTING "eapco" TO "EAPCO"
           INSPECT WS-CD-PRIORIDADE CONVERTING "amb" TO "AMB"
           INSPECT WS-CD-AREA CONVERTING "logmtrdfinsac"
                                      TO "LOGMTRDFINSAC"

           IF WS-CD-CLIENTE EQUAL ZEROS
               MOVE "FAVOR INFORMAR O Cliente" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           IF NOT WS-CATEGORIA-OK
               MOVE "CATEGORIA INVALIDA (E/A/P/C/O)" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           IF NOT WS-PRIORIDADE-OK
               MOVE "PRIORIDADE INVALIDA (A/M/B)" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           IF WS-CD-AREA EQUAL SPACES
               EVALUATE WS-CD-CATEGORIA
                   WHEN "E"
                   WHEN "A"
                       MOVE "LOG" TO WS-CD-AREA
                   WHEN "P"
                       MOVE "COM" TO WS-CD-AREA
                   WHEN "C"
                       MOVE "TRD" TO WS-CD-AREA
                   WHEN OTHER
                       MOVE "SAC" TO WS-CD-AREA
               END-EVALUATE
           END-IF

           IF NOT WS-AREA-OK
               MOVE "AREA INVALIDA (LOG/COM/TRD/FIN/SAC)" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           IF WS-DS-ASSUNTO EQUAL SPACES
               MOVE "FAVOR INFORMAR O Assunto" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2000-VALIDA-ABERTURAX
           END-IF

           IF WS-NR-PEDIDO GREATER ZEROS
               MOVE WS-NR-PEDIDO TO FS-PED-NR-PEDIDO
               READ ARQ-PEDIDO
               IF NOT FS-STAT-PED-OK OR
                  FS-PED-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE
                   MOVE "PEDIDO NAO ENCONTRADO PARA O CLIENTE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-ABERTURAX
               END-IF
           END-IF

           IF WS-ENT-CD-VENDEDOR GREATER ZEROS OR
              WS-ENT-DT-ENTREGA GREATER ZEROS
               MOVE WS-ENT-CD-VENDEDOR TO FS-ENT-CD-VENDEDOR
               MOVE WS-ENT-DT-ENTREGA  TO FS-ENT-DT-ENTREGA
               MOVE WS-CD-CLIENTE      TO FS-ENT-CD-CLIENTE
               READ ARQ-ENTREGA
               IF NOT FS-STAT-ENT-OK
                   MOVE "ENTREGA NAO ENCONTRADA PARA O CLIENTE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-ABERTURAX
               END-IF
           END-IF

           IF WS-NR-ATIVO GREATER ZEROS
               MOVE WS-NR-ATIVO TO FS-ATV-NR-ATIVO
               READ ARQ-ATIVO
               IF NOT FS-STAT-ATV-OK
                   MOVE "ATIVO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2000-VALIDA-ABERTURAX
               END-IF
           END-IF

           MOVE 'S' TO W-VAL-ENTRADA.

       2000-VALIDA-ABERTURAX. EXIT.

      * -----------------------------------
      * PRAZO DE SLA: SOMA OS DIAS UTEIS DA PRIORIDADE A DATA DE
      * HOJE, UM DIA DE CADA VEZ, PULANDO FIM DE SEMANA E FERIADOS
      * DA REGIAO DO CLIENTE (CBL_DIA_UTIL)
       2100-CALCULA-PRAZO SECTION.

           EVALUATE WS-CD-PRIORIDADE
               WHEN "A"
                   MOVE WS-DIAS-ALTA  TO WS-DIAS-SLA
               WHEN "B"
                   MOVE WS-DIAS-BAIXA TO WS-DIAS-SLA
               WHEN OTHER
                   MOVE WS-DIAS-MEDIA TO WS-DIAS-SLA
           END-EVALUATE

           MOVE WS-DT-HOJE TO WS-DT-CALCULO
           MOVE FS-CLI-CD-REGIAO TO LK-DUT-CD-REGIAO

           PERFORM WS-DIAS-SLA TIMES
               COMPUTE WS-DT-CALCULO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-CALCULO) + 1)
               MOVE "R" TO LK-DUT-FUNCAO
               MOVE WS-DT-CALCULO TO LK-DUT-DT-DATA
               CALL 'CBL_DIA_UTIL' USING LK-DUT-PARAMETERS
               MOVE LK-DUT-DT-UTIL TO WS-DT-CALCULO
           END-PERFORM.

       2100-CALCULA-PRAZOX. EXIT.

      * -----------------------------------
      * GRAVA NO HISTORICO O EVENTO NA SEQUENCIA CORRENTE DA
      * OCORRENCIA
       2900-GRAVA-HISTORICO SECTION.

           ACCEPT WS-HORA-BUFFER FROM TIME
           MOVE WS-HORA-BUFFER(1:6) TO WS-HR-AGORA

           MOVE FS-OCO-NR-OCORRENCIA TO FS-OCH-NR-OCORRENCIA
           MOVE FS-OCO-NR-ULT-SEQ    TO FS-OCH-NR-SEQ
           MOVE WS-TP-EVENTO         TO FS-OCH-TP-EVENTO
           MOVE WS-DT-HOJE           TO FS-OCH-DT-EVENTO
           MOVE WS-HR-AGORA          TO FS-OCH-HR-EVENTO
           MOVE FS-OCO-CD-AREA       TO FS-OCH-CD-AREA
           MOVE WS-ID-OPERADOR       TO FS-OCH-ID-OPERADOR
           MOVE WS-DS-TEXTO          TO FS-OCH-DS-TEXTO

           WRITE ARQ-OCOHIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2900-GRAVA-HISTORICOX. EXIT.

      * -----------------------------------
      * ENCAMINHA A OCORRENCIA EM ABERTO PARA OUTRA AREA
       1100-ENCAMINHAR-OCORRENCIA SECTION.

           MOVE "02 - ENCAMINHAR" TO WS-OP
           PERFORM 5000-ABRIR-ARQ-OCORRENCIA
           PERFORM 6000-SELECIONA-OCORRENCIA

           IF NOT OCO-SELECIONADA
               PERFORM 7000-FECHA-ARQ-OCORRENCIA
               GO TO 1100-ENCAMINHAR-OCORRENCIAX
           END-IF

           MOVE SPACES TO WS-CD-AREA WS-DS-TEXTO
           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-TELA-AREA
               DISPLAY SS-TELA-TEXTO
               ACCEPT SS-TELA-AREA
               IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                   ACCEPT SS-TELA-TEXTO
               END-IF

               INSPECT WS-CD-AREA CONVERTING "logmtrdfinsac"
                                          TO "LOGMTRDFINSAC"

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT WS-AREA-OK
                        MOVE "AREA INVALIDA (LOG/COM/TRD/FIN/SAC)"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN WS-CD-AREA EQUAL FS-OCO-CD-AREA
                        MOVE "A OCORRENCIA JA ESTA NESSA AREA"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        MOVE 'S' TO W-VAL-ENTRADA
               END-EVALUATE

           END-PERFORM

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               IF WS-DS-TEXTO EQUAL SPACES
                   STRING "ENCAMINHADA DE " DELIMITED BY SIZE
                          FS-OCO-CD-AREA DELIMITED BY SIZE
                          " PARA " DELIMITED BY SIZE
                          WS-CD-AREA DELIMITED BY SIZE
                     INTO WS-DS-TEXTO
               END-IF
               MOVE WS-CD-AREA TO FS-OCO-CD-AREA
               MOVE "E" TO FS-OCO-IND-SITUACAO
               MOVE "E" TO WS-TP-EVENTO
               PERFORM 2800-ATUALIZA-OCORRENCIA
           END-IF

           PERFORM 7000-FECHA-ARQ-OCORRENCIA.

       1100-ENCAMINHAR-OCORRENCIAX. EXIT.

      * -----------------------------------
      * REGISTRA UM COMENTARIO NA OCORRENCIA EM ABERTO
       1200-COMENTAR-OCORRENCIA SECTION.

           MOVE "03 - COMENTAR" TO WS-OP
           PERFORM 5000-ABRIR-ARQ-OCORRENCIA
           PERFORM 6000-SELECIONA-OCORRENCIA

           IF NOT OCO-SELECIONADA
               PERFORM 7000-FECHA-ARQ-OCORRENCIA
               GO TO 1200-COMENTAR-OCORRENCIAX
           END-IF

           PERFORM 6100-ACEITA-TEXTO

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               MOVE "C" TO WS-TP-EVENTO
               PERFORM 2800-ATUALIZA-OCORRENCIA
           END-IF

           PERFORM 7000-FECHA-ARQ-OCORRENCIA.

       1200-COMENTAR-OCORRENCIAX. EXIT.

      * -----------------------------------
      * FECHA A OCORRENCIA EM ABERTO COM O TEXTO DA SOLUCAO E AVISA
      * SE O FECHAMENTO FICOU DENTRO OU FORA DO PRAZO DE SLA
       1300-FECHAR-OCORRENCIA SECTION.

           MOVE "04 - FECHAR" TO WS-OP
           PERFORM 5000-ABRIR-ARQ-OCORRENCIA
           PERFORM 6000-SELECIONA-OCORRENCIA

           IF NOT OCO-SELECIONADA
               PERFORM 7000-FECHA-ARQ-OCORRENCIA
               GO TO 1300-FECHAR-OCORRENCIAX
           END-IF

           PERFORM 6100-ACEITA-TEXTO

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               MOVE "F" TO FS-OCO-IND-SITUACAO
               MOVE WS-DT-HOJE TO FS-OCO-DT-FECHAMENTO
               MOVE "F" TO WS-TP-EVENTO
               PERFORM 2800-ATUALIZA-OCORRENCIA
               IF FS-STAT-OCO-OK
                   IF FS-OCO-DT-FECHAMENTO GREATER FS-OCO-DT-PRAZO
                       MOVE "OCORRENCIA FECHADA FORA DO PRAZO DE SLA"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "OCORRENCIA FECHADA DENTRO DO PRAZO"
                         TO WS-MSGERRO
                   END-IF
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF

           PERFORM 7000-FECHA-ARQ-OCORRENCIA.

       1300-FECHAR-OCORRENCIAX. EXIT.

      * -----------------------------------
      * GRAVA A OCORRENCIA ALTERADA NA PROXIMA SEQUENCIA E O EVENTO
      * NO HISTORICO
       2800-ATUALIZA-OCORRENCIA SECTION.

           ADD 1 TO FS-OCO-NR-ULT-SEQ

           REWRITE ARQ-OCORRENCIA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A OCORRENCIA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-OCO-OK
               PERFORM 2900-GRAVA-HISTORICO
               IF NOT FS-OCO-FECHADA
                   MOVE "OCORRENCIA ATUALIZADA COM SUCESSO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       2800-ATUALIZA-OCORRENCIAX. EXIT.

      * -----------------------------------
      * MOSTRA A OCORRENCIA E TODO O SEU HISTORICO NA TELA
       1400-CONSULTAR-OCORRENCIA SECTION.

           MOVE "05 - CONSULTAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-OCORRENCIA

           DISPLAY SS-CLS
           ACCEPT SS-TELA-NUMERO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-NR-OCORRENCIA EQUAL ZEROS
               GO TO 1400-CONSULTAR-OCORRENCIAX
           END-IF

           PERFORM 5000-ABRIR-ARQ-OCORRENCIA

           MOVE WS-NR-OCORRENCIA TO FS-OCO-NR-OCORRENCIA
           READ ARQ-OCORRENCIA
           IF NOT FS-STAT-OCO-OK
               MOVE "OCORRENCIA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 7000-FECHA-ARQ-OCORRENCIA
               GO TO 1400-CONSULTAR-OCORRENCIAX
           END-IF

           DISPLAY SS-TELA-RESUMO
           MOVE 10 TO WS-NUML-CURR

           MOVE WS-NR-OCORRENCIA TO FS-OCH-NR-OCORRENCIA
           MOVE ZEROS TO FS-OCH-NR-SEQ
           PERFORM 6300-LE-PROX-HISTORICO

           PERFORM UNTIL NOT FS-STAT-OCH-OK OR
                         FS-OCH-NR-OCORRENCIA NOT EQUAL
                         WS-NR-OCORRENCIA

               MOVE SPACES TO WS-LIN-TEXTO
               STRING FS-OCH-DT-EVENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-OCH-HR-EVENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-OCH-TP-EVENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-OCH-CD-AREA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FS-OCH-DS-TEXTO DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO

               DISPLAY WS-LIN-TEXTO LINE WS-NUML-CURR COLUMN 2
               ADD 1 TO WS-NUML-CURR
               IF WS-NUML-CURR GREATER WS-NUML-ANT
                   MOVE 10 TO WS-NUML-CURR
               END-IF

               PERFORM 6300-LE-PROX-HISTORICO
           END-PERFORM

           PERFORM 7000-FECHA-ARQ-OCORRENCIA

           MOVE "FIM DO HISTORICO. EXC PARA RETORNAR." TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1400-CONSULTAR-OCORRENCIAX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE OCORRENCIA E HISTORICO (CRIA SE FALTAR)
       5000-ABRIR-ARQ-OCORRENCIA SECTION.

           OPEN I-O ARQ-OCORRENCIA
           IF FS-STAT-OCO-NAO-EXISTE
               OPEN OUTPUT ARQ-OCORRENCIA
               CLOSE ARQ-OCORRENCIA
               OPEN I-O ARQ-OCORRENCIA
           END-IF

           OPEN I-O ARQ-OCOHIST
           IF FS-STAT-OCH-NAO-EXISTE
               OPEN OUTPUT ARQ-OCOHIST
               CLOSE ARQ-OCOHIST
               OPEN I-O ARQ-OCOHIST
           END-IF.

       5000-ABRIR-ARQ-OCORRENCIAX. EXIT.

      * -----------------------------------
      * PEDE O NUMERO, LE A OCORRENCIA COM BLOQUEIO E MOSTRA O
      * RESUMO; SO SELECIONA OCORRENCIA AINDA EM ABERTO
       6000-SELECIONA-OCORRENCIA SECTION.

           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO WS-OCO-SELECIONADA
           MOVE ZEROS TO WS-NR-OCORRENCIA

           DISPLAY SS-CLS
           ACCEPT SS-TELA-NUMERO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-NR-OCORRENCIA EQUAL ZEROS
               GO TO 6000-SELECIONA-OCORRENCIAX
           END-IF

           MOVE WS-NR-OCORRENCIA TO FS-OCO-NR-OCORRENCIA
           READ ARQ-OCORRENCIA WITH LOCK

           EVALUATE TRUE
               WHEN FS-STAT-OCO-EM-USO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT FS-STAT-OCO-OK
                   MOVE "OCORRENCIA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN FS-OCO-FECHADA
                   MOVE "OCORRENCIA JA FECHADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   DISPLAY SS-TELA-RESUMO
                   MOVE 'S' TO WS-OCO-SELECIONADA
           END-EVALUATE.

       6000-SELECIONA-OCORRENCIAX. EXIT.

      * -----------------------------------
      * PEDE O TEXTO (OBRIGATORIO) DO COMENTARIO OU DA SOLUCAO
       6100-ACEITA-TEXTO SECTION.

           MOVE SPACES TO WS-DS-TEXTO
           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-TELA-TEXTO
               ACCEPT SS-TELA-TEXTO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-DS-TEXTO EQUAL SPACES
                        MOVE "FAVOR INFORMAR O Texto" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        MOVE 'S' TO W-VAL-ENTRADA
               END-EVALUATE

           END-PERFORM.

       6100-ACEITA-TEXTOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO EVENTO DO HISTORICO PELA CHAVE
       6300-LE-PROX-HISTORICO SECTION.

           START ARQ-OCOHIST KEY > FS-OCH-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-OCH
               NOT INVALID KEY
                   READ ARQ-OCOHIST NEXT
                       AT END MOVE 99 TO FS-STAT-OCH
                   END-READ
           END-START.

       6300-LE-PROX-HISTORICOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE OCORRENCIA E HISTORICO
       7000-FECHA-ARQ-OCORRENCIA SECTION.

           CLOSE ARQ-OCORRENCIA
           CLOSE ARQ-OCOHIST.

       7000-FECHA-ARQ-OCORRENCIAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_OCORRENCIA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_OCORRENCIA.
