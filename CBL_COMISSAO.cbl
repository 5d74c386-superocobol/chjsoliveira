      * Purpose: Calculo de Comissoes por Vendedor (Fechamento Mensal)
      * Tectonics: cobc
      ******************************************************************
      * APURA A COMISSAO DO MES DE CADA VENDEDOR SOBRE O FATURADO
      * LIQUIDO DE DEVOLUCOES E, PARA CADA SUPERVISOR, A COMISSAO DE
      * SUPERVISAO (COMISSAO-PC-SUPERVISOR, PADRAO 1%) SOBRE O
      * FATURADO LIQUIDO DOS VENDEDORES DA SUA EQUIPE NO MES
      * (CBL_EQUIPE_VENDEDOR), GRAVADA NA FOLHA EM LINHA PROPRIA.
      * O CPF DO DEMONSTRATIVO IMPRESSO SAI MASCARADO PARA O OPERADOR
      * SEM A AUTORIZACAO DE DADOS PESSOAIS (A FOLHA, QUE E ARQUIVO
      * DE INTERFACE, LEVA SEMPRE O CPF COMPLETO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_COMISSAO.
       ENVIRONMENT DIVISION.
           05  FS-CTR-DADOS.
               10  FS-CTR-QT-PED       PIC 9(005).
               10  FS-CTR-VL-BASE      PIC 9(011)V99.
               10  FS-CTR-VL-BASE-EQUIPE PIC 9(011)V99.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           88 FS-STAT-CTR-NAO-EXISTE VALUE 35.

       77 WS-VL-COMISSAO PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-SUPERVISAO PIC 9(011)V99 VALUE ZEROS.
       77 WS-PC-SUPERVISOR PIC 9(002)V99 VALUE 1.00.
       77 WS-CD-CTR-CORR   PIC 9(007) VALUE ZEROS.
       77 WS-VL-BASE-CORR  PIC 9(011)V99 VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-ARQ-PEDIDOS        PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-VENDEDORES     PIC 9(9) VALUE ZEROS.
           05 WQT-VL-BASE-GERAL      PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-COMISSAO-GERAL  PIC 9(013)V99 VALUE ZEROS.
           05 WQT-VL-SUPERVISAO-GERAL PIC 9(013)V99 VALUE ZEROS.

       01 WS-LINHA-DEM PIC X(100).
       77 WS-ED-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-VALOR2     PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-PC         PIC Z9.99.
       77 WS-ED-QT         PIC ZZZZ9.
       77 WS-CPF-IMPRESSO  PIC X(011) VALUE SPACES.

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.

       01 WS-LINHA-FOLHA.
           05 WS-FOL-CD-VENDEDOR PIC 9(007).

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_EQUIPE_VENDEDOR.

       COPY CPY_MASCARA_DADOS.

       COPY screenio.

       LINKAGE SECTION.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-DEVOLUCAO

           MOVE "COMISSAO-PC-SUPERVISOR" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-SUPERVISOR =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-ARQ-PEDIDOS WQT-ARQ-VENDEDORES
                         WQT-VL-BASE-GERAL WQT-VL-COMISSAO-GERAL
                         WQT-VL-SUPERVISAO-GERAL

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

               PERFORM 5100-ABRIR-ARQUIVOS
               PERFORM 2000-ACUMULA-PEDIDOS
               PERFORM 2050-DEDUZ-DEVOLUCOES
               PERFORM 2060-ACUMULA-EQUIPES
               PERFORM 2100-GERA-SAIDAS
               PERFORM 7000-FECHA-ARQUIVOS

                       MOVE FS-PED-CD-VENDEDOR TO FS-CTR-CD-VENDEDOR
                       MOVE 1 TO FS-CTR-QT-PED
                       MOVE FS-PED-VL-TOTAL TO FS-CTR-VL-BASE
                       MOVE ZEROS TO FS-CTR-VL-BASE-EQUIPE
                       WRITE ARQ-COMTRAB-REC
                           INVALID KEY CONTINUE
                       END-WRITE

       2050-DEDUZ-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * SOMA A BASE LIQUIDA DE CADA VENDEDOR NA BASE DE EQUIPE DO SEU
      * SUPERVISOR NO PERIODO (O SUPERVISOR QUE NAO VENDEU GANHA UM
      * REGISTRO SO COM A BASE DE EQUIPE)
       2060-ACUMULA-EQUIPES SECTION.

           MOVE LOW-VALUES TO FS-CTR-KEY
           PERFORM 6310-LER-ARQ-COMTRAB

           PERFORM UNTIL NOT FS-STAT-CTR-OK

               MOVE FS-CTR-CD-VENDEDOR TO WS-CD-CTR-CORR
               MOVE FS-CTR-VL-BASE     TO WS-VL-BASE-CORR

               MOVE "C" TO LK-EQP-FUNCAO
               MOVE WS-CD-CTR-CORR TO LK-EQP-CD-VENDEDOR
               MOVE WS-ANO-MES TO LK-EQP-ANO-MES
               CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

               IF LK-EQP-CD-SUPERVISOR GREATER ZEROS AND
                  LK-EQP-CD-SUPERVISOR NOT EQUAL WS-CD-CTR-CORR AND
                  WS-VL-BASE-CORR GREATER ZEROS

                   MOVE LK-EQP-CD-SUPERVISOR TO FS-CTR-CD-VENDEDOR
                   READ ARQ-COMTRAB

                   IF FS-STAT-CTR-OK
                       ADD WS-VL-BASE-CORR TO FS-CTR-VL-BASE-EQUIPE
                       REWRITE ARQ-COMTRAB-REC
                   ELSE
                       MOVE LK-EQP-CD-SUPERVISOR TO FS-CTR-CD-VENDEDOR
                       MOVE ZEROS TO FS-CTR-QT-PED FS-CTR-VL-BASE
                       MOVE WS-VL-BASE-CORR TO FS-CTR-VL-BASE-EQUIPE
                       WRITE ARQ-COMTRAB-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               END-IF

               MOVE WS-CD-CTR-CORR TO FS-CTR-CD-VENDEDOR
               PERFORM 6310-LER-ARQ-COMTRAB
           END-PERFORM.

       2060-ACUMULA-EQUIPESX. EXIT.

      * -----------------------------------
      * LE PROXIMA DEVOLUCAO PELA CHAVE
       6050-LER-ARQ-DEVOLUCAO SECTION.
               COMPUTE WS-VL-COMISSAO ROUNDED =
                   FS-CTR-VL-BASE * FS-VEN-PC-COMISSAO / 100

               COMPUTE WS-VL-SUPERVISAO ROUNDED =
                   FS-CTR-VL-BASE-EQUIPE * WS-PC-SUPERVISOR / 100

               ADD 1 TO WQT-ARQ-VENDEDORES
               ADD FS-CTR-VL-BASE TO WQT-VL-BASE-GERAL
               ADD WS-VL-COMISSAO TO WQT-VL-COMISSAO-GERAL
               ADD WS-VL-SUPERVISAO TO WQT-VL-SUPERVISAO-GERAL

               PERFORM 6500-GRAVA-DEMONSTRATIVO
               IF FS-CTR-QT-PED GREATER ZEROS
                   PERFORM 6600-GRAVA-FOLHA
               END-IF

               IF FS-CTR-VL-BASE-EQUIPE GREATER ZEROS
                   PERFORM 6550-GRAVA-SUPERVISAO
                   PERFORM 6650-GRAVA-FOLHA-SUPERVISAO
               END-IF

               PERFORM 6310-LER-ARQ-COMTRAB
           END-PERFORM
                  "  COMISSAO " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM

           MOVE SPACES TO WS-LINHA-DEM
           MOVE WQT-VL-SUPERVISAO-GERAL TO WS-ED-VALOR2
           STRING "TOTAL COMISSAO DE SUPERVISAO: " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       2100-GERA-SAIDASX. EXIT.
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
                  FS-CTR-CD-VENDEDOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(FS-VEN-NM-VENDEDOR) DELIMITED BY SIZE
                  "  CPF " DELIMITED BY SIZE
                  WS-CPF-IMPRESSO DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM


       6500-GRAVA-DEMONSTRATIVOX. EXIT.

      * -----------------------------------
      * GRAVA NO DEMONSTRATIVO A COMISSAO DE SUPERVISAO SOBRE A BASE
      * DA EQUIPE
       6550-GRAVA-SUPERVISAO SECTION.

           MOVE SPACES TO WS-LINHA-DEM
           MOVE FS-CTR-VL-BASE-EQUIPE TO WS-ED-VALOR
           MOVE WS-PC-SUPERVISOR TO WS-ED-PC
           MOVE WS-VL-SUPERVISAO TO WS-ED-VALOR2
           STRING "COMISSAO DE SUPERVISAO: BASE EQUIPE "
                    DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  "  PERC " DELIMITED BY SIZE
                  WS-ED-PC DELIMITED BY SIZE
                  "%  VALOR " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
             INTO WS-LINHA-DEM
           PERFORM 6400-GRAVA-LINHA-DEM.

       6550-GRAVA-SUPERVISAOX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA CONSOLIDADA PARA A FOLHA DE PAGAMENTO
       6600-GRAVA-FOLHA SECTION.

       6600-GRAVA-FOLHAX. EXIT.

      * -----------------------------------
      * GRAVA NA FOLHA A LINHA DA COMISSAO DE SUPERVISAO, SEPARADA DA
      * COMISSAO DE VENDAS DO PROPRIO SUPERVISOR
       6650-GRAVA-FOLHA-SUPERVISAO SECTION.

           MOVE FS-CTR-CD-VENDEDOR    TO WS-FOL-CD-VENDEDOR
           MOVE FS-VEN-CPF            TO WS-FOL-CPF
           MOVE FS-VEN-NM-VENDEDOR    TO WS-FOL-NOME
           MOVE FS-CTR-VL-BASE-EQUIPE TO WS-FOL-VL-BASE
           MOVE WS-PC-SUPERVISOR      TO WS-FOL-PC
           MOVE WS-VL-SUPERVISAO      TO WS-FOL-VL-COMISSAO

           MOVE SPACES TO ARQ-FOLHA-REC
           MOVE WS-LINHA-FOLHA TO ARQ-FOLHA-REC
           WRITE ARQ-FOLHA-REC.

       6650-GRAVA-FOLHA-SUPERVISAOX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NO ARQUIVO DO DEMONSTRATIVO
       6400-GRAVA-LINHA-DEM SECTION.
