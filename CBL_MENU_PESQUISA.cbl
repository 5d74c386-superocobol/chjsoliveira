      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Pesquisa de Precos da Concorrencia - Tela e Carga
      * Tectonics: cobc
      ******************************************************************
      * REGISTRA EM PESQUISA.IDX (CHAVE CLIENTE + PRODUTO + DATA) O
      * PRECO DE GONDOLA DA MARCA CONCORRENTE E O NOSSO PRECO DE
      * GONDOLA OBSERVADOS PELO VENDEDOR NA VISITA, PELA TELA OU PELA
      * CARGA EM LOTE DO PALMTOP, COM AS MESMAS CRITICAS. A NOVA
      * OBSERVACAO DO MESMO DIA SUBSTITUI A ANTERIOR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_PESQUISA.
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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-CARGA ASSIGN TO WNM-ARQ-CARGA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CAR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PESQUISA.

       COPY FS-ARQ-PESQUISA.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

      * CARGA EM LOTE: CLIENTE;PRODUTO;DATA;MARCA;PRECO-CONCORRENTE;
      * PRECO-PROPRIO;VENDEDOR (PRECOS COM PONTO DECIMAL)
       FD ARQ-CARGA.
       01 ARQ-CARGA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-REGISTRAR VALUE IS "1".
           88 E-CARGA     VALUE IS "2".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-PES PIC 9(02).
           88 FS-STAT-PES-OK         VALUE 00.
           88 FS-STAT-PES-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-CAR PIC 9(02).
           88 FS-STAT-CAR-OK         VALUE 00.
           88 FS-STAT-CAR-EOF        VALUE 10.
           88 FS-STAT-CAR-NAO-EXISTE VALUE 35.

       77 WNM-ARQ-CARGA PIC X(50) VALUE "PESQUISA_CARGA.CSV".

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
       77 WS-CD-PRODUTO      PIC 9(007) VALUE ZEROS.
       77 WS-DT-PESQUISA     PIC 9(008) VALUE ZEROS.
       77 WS-DS-MARCA-CONC   PIC X(020) VALUE SPACES.
       77 WS-VL-PRECO-CONC   PIC 9(007)V99 VALUE ZEROS.
       77 WS-VL-PRECO-PROPRIO PIC 9(007)V99 VALUE ZEROS.
       77 WS-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.

      * RESULTADO DAS CRITICAS COMUNS A TELA E A CARGA
       77 WS-PESQUISA-OK PIC X VALUE 'N'.
           88 E-PESQUISA-OK VALUE 'S'.

       01 WS-CAR-CAMPOS.
           05 WS-CAR-CLIENTE     PIC X(010).
           05 WS-CAR-PRODUTO     PIC X(010).
           05 WS-CAR-DATA        PIC X(010).
           05 WS-CAR-MARCA       PIC X(020).
           05 WS-CAR-PRECO-CONC  PIC X(012).
           05 WS-CAR-PRECO-PROP  PIC X(012).
           05 WS-CAR-VENDEDOR    PIC X(010).

       01 WQT-TOTAIS.
           05 WQT-ARQ-LIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-GRAVADOS   PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-REJEITADOS PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_PESQUISA.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_GRAVA_LOG.

       COPY CPY_VALIDA_INTERCAMBIO.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.

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
           05 LINE 07 COLUMN 15 VALUE "01 - Registrar Pesquisa".
           05 LINE 08 COLUMN 15 VALUE "02 - Carga em Lote".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-PESQUISA.
           05 LINE 10 COLUMN 10 VALUE "Codigo Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE
              BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 10 VALUE "Codigo Produto:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-PRODUTO
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 10 VALUE "Data(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-PESQUISA.
           05 LINE 13 COLUMN 07 VALUE "Marca Concorrente:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-DS-MARCA-CONC.
           05 LINE 14 COLUMN 07 VALUE "Preco Concorrente:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-PRECO-CONC.
           05 LINE 15 COLUMN 11 VALUE "Nosso Preco:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-PRECO-PROPRIO.
           05 LINE 16 COLUMN 09 VALUE "Codigo Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 LINE 18 COLUMN 04 VALUE "Precos de gondola no ponto de
      -" venda".

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 14 VALUE "Lidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-LIDOS.
           05 LINE 14 COLUMN 11 VALUE "Gravados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-GRAVADOS.
           05 LINE 15 COLUMN 09 VALUE "Rejeitados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-REJEITADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PESQUISA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "PESQUISA DE PRECOS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-REGISTRAR
                       PERFORM 1000-REGISTRA-PESQUISA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CARGA
                       PERFORM 1100-CARGA-PESQUISAS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * REGISTRA UMA OBSERVACAO DE PRECO PELA TELA
       1000-REGISTRA-PESQUISA SECTION.

           MOVE "01 - REGISTRAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-DS-MARCA-CONC

           MOVE ZEROS TO WS-CD-CLIENTE WS-CD-PRODUTO WS-CD-VENDEDOR
                         WS-VL-PRECO-CONC WS-VL-PRECO-PROPRIO
           ACCEPT WS-DT-PESQUISA FROM DATE YYYYMMDD

           PERFORM 5000-ABRIR-ARQ-PESQUISA
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-VENDEDOR

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-PESQUISA

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-CLIENTE EQUAL ZEROS OR
                        WS-CD-PRODUTO EQUAL ZEROS OR
                        WS-DT-PESQUISA EQUAL ZEROS OR
                        WS-VL-PRECO-CONC EQUAL ZEROS
                        STRING
                          "FAVOR INFORMAR Cliente, Produto, Data "
                          "e Preco Concorrente" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 6500-VALIDA-PESQUISA
                        IF NOT E-PESQUISA-OK
                            PERFORM 9000-MOSTRA-ERRO
                        ELSE
                            PERFORM 6550-GRAVA-PESQUISA
                            MOVE "PESQUISA REGISTRADA COM SUCESSO"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
               END-EVALUATE

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-PESQUISA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-VENDEDOR.

       1000-REGISTRA-PESQUISAX. EXIT.

      * -----------------------------------
      * CRITICA CLIENTE, PRODUTO, DATA E VENDEDOR (OPCIONAL) DA
      * OBSERVACAO EM WS-; DEVOLVE O MOTIVO EM WS-MSGERRO
       6500-VALIDA-PESQUISA SECTION.

           MOVE 'N' TO WS-PESQUISA-OK

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-PESQUISA)
              NOT EQUAL ZEROS
               MOVE "DATA DA PESQUISA INVALIDA" TO WS-MSGERRO
               GO TO 6500-VALIDA-PESQUISAX
           END-IF

           IF WS-VL-PRECO-CONC EQUAL ZEROS
               MOVE "PRECO CONCORRENTE NAO INFORMADO" TO WS-MSGERRO
               GO TO 6500-VALIDA-PESQUISAX
           END-IF

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
               GO TO 6500-VALIDA-PESQUISAX
           END-IF

           MOVE WS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
           READ ARQ-PRODUTO
           IF NOT FS-STAT-PRO-OK
               MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
               GO TO 6500-VALIDA-PESQUISAX
           END-IF

      * SEM VENDEDOR INFORMADO VALE O VENDEDOR DA CARTEIRA DO CLIENTE
           IF WS-CD-VENDEDOR EQUAL ZEROS
               MOVE FS-CLI-CD-VENDEDOR TO WS-CD-VENDEDOR
           ELSE
               MOVE WS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
               READ ARQ-VENDEDOR
               IF NOT FS-STAT-VEN-OK
                   MOVE "VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
                   GO TO 6500-VALIDA-PESQUISAX
               END-IF
           END-IF

           MOVE 'S' TO WS-PESQUISA-OK.

       6500-VALIDA-PESQUISAX. EXIT.

      * -----------------------------------
      * GRAVA A OBSERVACAO; A DO MESMO CLIENTE, PRODUTO E DIA E
      * SUBSTITUIDA
       6550-GRAVA-PESQUISA SECTION.

           MOVE SPACES              TO ARQ-PESQUISA-REC
           MOVE WS-CD-CLIENTE       TO FS-PES-CD-CLIENTE
           MOVE WS-CD-PRODUTO       TO FS-PES-CD-PRODUTO
           MOVE WS-DT-PESQUISA      TO FS-PES-DT-PESQUISA
           MOVE WS-DS-MARCA-CONC    TO FS-PES-DS-MARCA-CONC
           MOVE WS-VL-PRECO-CONC    TO FS-PES-VL-PRECO-CONC
           MOVE WS-VL-PRECO-PROPRIO TO FS-PES-VL-PRECO-PROPRIO
           MOVE WS-CD-VENDEDOR      TO FS-PES-CD-VENDEDOR

           WRITE ARQ-PESQUISA-REC
               INVALID KEY
                   REWRITE ARQ-PESQUISA-REC
           END-WRITE.

       6550-GRAVA-PESQUISAX. EXIT.

      * -----------------------------------
      * CARREGA OBSERVACOES EM LOTE DO ARQUIVO PESQUISA_CARGA.CSV,
      * PRECEDIDO DE HDR E FECHADO POR TRL CONFORME O PADRAO DE
      * INTERCAMBIO
       1100-CARGA-PESQUISAS SECTION.

           MOVE "02 - CARGA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS

           PERFORM 1150-VALIDA-ARQ-CARGA

           IF NOT LK-INT-RC-OK
               CONTINUE
           ELSE
           OPEN INPUT ARQ-CARGA

           IF FS-STAT-CAR-NAO-EXISTE
               MOVE "ARQUIVO DE CARGA NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               PERFORM 5000-ABRIR-ARQ-PESQUISA
               OPEN INPUT ARQ-CLIENTE
               OPEN INPUT ARQ-PRODUTO
               OPEN INPUT ARQ-VENDEDOR

               READ ARQ-CARGA

               PERFORM UNTIL NOT FS-STAT-CAR-OK
                   ADD 1 TO WQT-ARQ-LIDOS
                   PERFORM 6600-APLICA-LINHA-CARGA
                   READ ARQ-CARGA
               END-PERFORM

               PERFORM 7000-FECHA-ARQ-PESQUISA
               CLOSE ARQ-CLIENTE
               CLOSE ARQ-PRODUTO
               CLOSE ARQ-VENDEDOR

               DISPLAY SS-CLS
               DISPLAY SS-TELA-RESULTADO
               MOVE "CARGA DE PESQUISAS CONCLUIDA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           CLOSE ARQ-CARGA
           END-IF.

       1100-CARGA-PESQUISASX. EXIT.

      * -----------------------------------
      * VALIDA HEADER, TRAILER E TOTAIS DO ARQUIVO DE CARGA ANTES
      * DE APLICAR QUALQUER LINHA (HASH SOBRE O CAMPO CLIENTE)
       1150-VALIDA-ARQ-CARGA SECTION.

           MOVE WNM-ARQ-CARGA TO LK-INT-NM-ARQUIVO
           MOVE SPACES        TO LK-INT-ID-ARQUIVO
           MOVE 1             TO LK-INT-POS-HASH

           CALL 'CBL_VALIDA_INTERCAMBIO' USING LK-INT-PARAMETERS

           IF NOT LK-INT-RC-OK
               EVALUATE TRUE
                   WHEN LK-INT-RC-NAO-EXISTE
                       MOVE "ARQUIVO DE CARGA NAO ENCONTRADO"
                         TO WS-MSGERRO
                   WHEN LK-INT-RC-SEM-HEADER
                       MOVE "ARQUIVO SEM HEADER - CARGA RECUSADA"
                         TO WS-MSGERRO
                   WHEN LK-INT-RC-SEM-TRAILER
                       MOVE "ARQUIVO SEM TRAILER - CARGA RECUSADA"
                         TO WS-MSGERRO
                   WHEN OTHER
                       STRING
                         "TRAILER NAO BALANCEIA - "
                         "CARGA RECUSADA" DELIMITED BY SIZE
                         INTO WS-MSGERRO
               END-EVALUATE
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1150-VALIDA-ARQ-CARGAX. EXIT.

      * -----------------------------------
      * APLICA UMA LINHA DA CARGA, COM AS MESMAS CRITICAS DA TELA.
      * LINHAS DE CONTROLE HDR E TRL NAO SAO DADOS
       6600-APLICA-LINHA-CARGA SECTION.

           IF ARQ-CARGA-REC(1:4) EQUAL "HDR;" OR
              ARQ-CARGA-REC(1:4) EQUAL "TRL;"
               SUBTRACT 1 FROM WQT-ARQ-LIDOS
           ELSE
               MOVE SPACES TO WS-CAR-CAMPOS
               UNSTRING ARQ-CARGA-REC DELIMITED BY ";"
                   INTO WS-CAR-CLIENTE
                        WS-CAR-PRODUTO
                        WS-CAR-DATA
                        WS-CAR-MARCA
                        WS-CAR-PRECO-CONC
                        WS-CAR-PRECO-PROP
                        WS-CAR-VENDEDOR
               END-UNSTRING

               MOVE ZEROS TO WS-CD-CLIENTE WS-CD-PRODUTO
                             WS-DT-PESQUISA WS-CD-VENDEDOR
                             WS-VL-PRECO-CONC WS-VL-PRECO-PROPRIO

               IF WS-CAR-CLIENTE NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-CLIENTE)
                     TO WS-CD-CLIENTE
               END-IF
               IF WS-CAR-PRODUTO NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-PRODUTO)
                     TO WS-CD-PRODUTO
               END-IF
               IF WS-CAR-DATA NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-DATA)
                     TO WS-DT-PESQUISA
               END-IF
               IF WS-CAR-PRECO-CONC NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-PRECO-CONC)
                     TO WS-VL-PRECO-CONC
               END-IF
               IF WS-CAR-PRECO-PROP NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-PRECO-PROP)
                     TO WS-VL-PRECO-PROPRIO
               END-IF
               IF WS-CAR-VENDEDOR NOT EQUAL SPACES
                   MOVE FUNCTION NUMVAL(WS-CAR-VENDEDOR)
                     TO WS-CD-VENDEDOR
               END-IF
               MOVE WS-CAR-MARCA TO WS-DS-MARCA-CONC

               PERFORM 6500-VALIDA-PESQUISA

               IF NOT E-PESQUISA-OK
                   ADD 1 TO WQT-ARQ-REJEITADOS
               ELSE
                   PERFORM 6550-GRAVA-PESQUISA
                   ADD 1 TO WQT-ARQ-GRAVADOS
               END-IF
           END-IF.

       6600-APLICA-LINHA-CARGAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE PESQUISAS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-PESQUISA SECTION.

           OPEN I-O ARQ-PESQUISA.

           IF FS-STAT-PES-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-PESQUISA
               PERFORM 7000-FECHA-ARQ-PESQUISA
               OPEN I-O ARQ-PESQUISA
           END-IF.

       5000-ABRIR-ARQ-PESQUISAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE PESQUISAS
       7000-FECHA-ARQ-PESQUISA SECTION.

           CLOSE ARQ-PESQUISA.

       7000-FECHA-ARQ-PESQUISAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_PESQUISA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_PESQUISA.
