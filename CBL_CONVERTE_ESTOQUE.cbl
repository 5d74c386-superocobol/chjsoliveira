      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Conversao Unica do Estoque para Saldo por Deposito
      * Tectonics: cobc
      ******************************************************************
      * CONVERSAO DE EXECUCAO UNICA DA VIRADA PARA VARIOS DEPOSITOS,
      * QUE COLOCOU O DEPOSITO NA CHAVE DO SALDO E DOS LOTES:
      *   ESTOQUE.IDX -> ESTOQUE_NOVO.IDX (PRODUTO + DEPOSITO)
      *   LOTE.IDX    -> LOTE_NOVO.IDX    (PRODUTO + DEPOSITO +
      *                  VALIDADE + LOTE)
      * TODO O SALDO EXISTENTE VAI PARA O DEPOSITO PADRAO (PARAMETRO
      * DEPOSITO-PADRAO, OU 1). KARDEX, PEDIDOS, REGIOES E INVENTARIOS
      * NAO PRECISAM DE CONVERSAO: O DEPOSITO OCUPOU RESERVA DE FILLER
      * E O CONTEUDO EM BRANCO E LIDO COMO DEPOSITO PADRAO.
      * OS ARQUIVOS ORIGINAIS NAO SAO TOCADOS; APOS A CONFERENCIA
      * DOS TOTAIS O OPERADOR SUBSTITUI CADA .IDX PELO RESPECTIVO
      * _NOVO.IDX. RODAR DE NOVO RECRIA AS SAIDAS DO ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONVERTE_ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ESTOQUE-ANT ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STA.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-STQNOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-LOTE-ANT ASSIGN TO DISK WID-ARQ-LOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LTA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LTA.

           SELECT ARQ-LOTE ASSIGN TO DISK WID-ARQ-LOTNOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LOT.

       DATA DIVISION.
       FILE SECTION.

      * LAYOUT ANTIGO DO SALDO (UM REGISTRO POR PRODUTO)
       FD ARQ-ESTOQUE-ANT.
       01 ARQ-ESTOQUE-ANT-REC.
           05 FS-STA-KEY.
               10 FS-STA-CD-PRODUTO      PIC  9(007).
           05 FS-STA-DADOS.
               10 FS-STA-QT-SALDO        PIC S9(007).
               10 FS-STA-QT-RESERVADO    PIC S9(007).
               10 FS-STA-DT-ULT-CONTAGEM PIC  9(008).
               10 FILLER                 PIC  X(002).

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

      * LAYOUT ANTIGO DO LOTE (SEM DEPOSITO NA CHAVE)
       FD ARQ-LOTE-ANT.
       01 ARQ-LOTE-ANT-REC.
           05 FS-LTA-KEY.
               10 FS-LTA-CD-PRODUTO      PIC  9(007).
               10 FS-LTA-DT-VALIDADE     PIC  9(008).
               10 FS-LTA-NR-LOTE         PIC  X(010).
           05 FS-LTA-DADOS.
               10 FS-LTA-DT-FABRICACAO   PIC  9(008).
               10 FS-LTA-DT-ENTRADA      PIC  9(008).
               10 FS-LTA-NR-PEDIDO-CMP   PIC  9(007).
               10 FS-LTA-QT-RECEBIDA     PIC  9(007).
               10 FS-LTA-QT-SALDO        PIC S9(007).
               10 FILLER                 PIC  X(020).

       FD ARQ-LOTE.

       COPY FS-ARQ-LOTE.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-STA PIC 9(02).
           88 FS-STAT-STA-OK         VALUE 00.
           88 FS-STAT-STA-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.

       77 FS-STAT-LTA PIC 9(02).
           88 FS-STAT-LTA-OK         VALUE 00.
           88 FS-STAT-LTA-NAO-EXISTE VALUE 35.

       77 FS-STAT-LOT PIC 9(02).
           88 FS-STAT-LOT-OK         VALUE 00.

       01 WID-ARQ-STQNOVO.
           05 WNM-PATH-STQNOVO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-STQNOVO    PIC X(50) VALUE "ESTOQUE_NOVO.IDX".

       01 WID-ARQ-LOTNOVO.
           05 WNM-PATH-LOTNOVO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-LOTNOVO    PIC X(50) VALUE "LOTE_NOVO.IDX".

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-CD-DEPOSITO PIC 9(003) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-SALDOS-GRAVADOS    PIC 9(9) VALUE ZEROS.
           05 WQT-LOTES-GRAVADOS     PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_LOTE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

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
               10 LINE WS-NUML-ANT COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-RESULTADO.
           05 LINE 10 COLUMN 05 VALUE "Deposito Padrao....:".
           05 COLUMN PLUS 2 PIC 9(3) USING WS-CD-DEPOSITO.
           05 LINE 11 COLUMN 05 VALUE "Saldos Gravados....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-SALDOS-GRAVADOS.
           05 LINE 12 COLUMN 05 VALUE "Lotes Gravados.....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LOTES-GRAVADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-ESTOQUE
           END-IF
           MOVE WNM-PATH-ESTOQUE TO WNM-PATH-LOTE
                                    WNM-PATH-STQNOVO
                                    WNM-PATH-LOTNOVO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ESTOQUE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "CONVERSAO DE ESTOQUE POR DEPOSITO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS

           MOVE SPACES TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO

           DISPLAY SS-CLS

           MOVE SPACES TO WS-ERRO
           STRING "CONVERTER ESTOQUE E LOTES PARA O DEPOSITO "
                  WS-CD-DEPOSITO " (S/N)?" DELIMITED BY SIZE
             INTO WS-MSGERRO
           ACCEPT SS-ERRO
           MOVE SPACES TO WS-MSGERRO

           IF E-SIM
               PERFORM 2000-CONVERTE-SALDOS
               PERFORM 2100-CONVERTE-LOTES

               MOVE "CONVERSAO CONCLUIDA - CONFERIR TOTAIS"
                 TO WS-MSGERRO
               MOVE "CBL_CONVERTE_ESTOQUE" TO LK-LOG-PROGRAMA
               MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
               CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * VARRE ESTOQUE.IDX NO LAYOUT ANTIGO E GRAVA ESTOQUE_NOVO.IDX
      * COM TODO O SALDO NO DEPOSITO PADRAO
       2000-CONVERTE-SALDOS SECTION.

           OPEN INPUT ARQ-ESTOQUE-ANT

           IF FS-STAT-STA-NAO-EXISTE
               MOVE "ESTOQUE.IDX NAO ENCONTRADO, PULADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               OPEN OUTPUT ARQ-ESTOQUE

               MOVE LOW-VALUES TO FS-STA-KEY
               START ARQ-ESTOQUE-ANT KEY GREATER FS-STA-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT-STA
               END-START

               PERFORM UNTIL NOT FS-STAT-STA-OK
                   READ ARQ-ESTOQUE-ANT NEXT
                       AT END MOVE 10 TO FS-STAT-STA
                   END-READ

                   IF FS-STAT-STA-OK
                       PERFORM 6000-MOVE-SALDO
                       WRITE ARQ-ESTOQUE-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WQT-SALDOS-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM

               CLOSE ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE-ANT
           END-IF.

       2000-CONVERTE-SALDOSX. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO NOVO DO SALDO A PARTIR DO ANTIGO
       6000-MOVE-SALDO SECTION.

           MOVE SPACES TO ARQ-ESTOQUE-REC

           MOVE FS-STA-CD-PRODUTO      TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO         TO FS-STQ-CD-DEPOSITO
           MOVE FS-STA-QT-SALDO        TO FS-STQ-QT-SALDO
           MOVE FS-STA-QT-RESERVADO    TO FS-STQ-QT-RESERVADO
           MOVE FS-STA-DT-ULT-CONTAGEM TO FS-STQ-DT-ULT-CONTAGEM.

       6000-MOVE-SALDOX. EXIT.

      * -----------------------------------
      * VARRE LOTE.IDX NO LAYOUT ANTIGO E GRAVA LOTE_NOVO.IDX COM
      * TODOS OS LOTES NO DEPOSITO PADRAO
       2100-CONVERTE-LOTES SECTION.

           OPEN INPUT ARQ-LOTE-ANT

           IF FS-STAT-LTA-NAO-EXISTE
               MOVE "LOTE.IDX NAO ENCONTRADO, PULADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               OPEN OUTPUT ARQ-LOTE

               MOVE LOW-VALUES TO FS-LTA-KEY
               START ARQ-LOTE-ANT KEY GREATER FS-LTA-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT-LTA
               END-START

               PERFORM UNTIL NOT FS-STAT-LTA-OK
                   READ ARQ-LOTE-ANT NEXT
                       AT END MOVE 10 TO FS-STAT-LTA
                   END-READ

                   IF FS-STAT-LTA-OK
                       PERFORM 6100-MOVE-LOTE
                       WRITE ARQ-LOTE-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WQT-LOTES-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM

               CLOSE ARQ-LOTE
               CLOSE ARQ-LOTE-ANT
           END-IF.

       2100-CONVERTE-LOTESX. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO NOVO DO LOTE A PARTIR DO ANTIGO
       6100-MOVE-LOTE SECTION.

           MOVE SPACES TO ARQ-LOTE-REC

           MOVE FS-LTA-CD-PRODUTO    TO FS-LOT-CD-PRODUTO
           MOVE WS-CD-DEPOSITO       TO FS-LOT-CD-DEPOSITO
           MOVE FS-LTA-DT-VALIDADE   TO FS-LOT-DT-VALIDADE
           MOVE FS-LTA-NR-LOTE       TO FS-LOT-NR-LOTE
           MOVE FS-LTA-DT-FABRICACAO TO FS-LOT-DT-FABRICACAO
           MOVE FS-LTA-DT-ENTRADA    TO FS-LOT-DT-ENTRADA
           MOVE FS-LTA-NR-PEDIDO-CMP TO FS-LOT-NR-PEDIDO-CMP
           MOVE FS-LTA-QT-RECEBIDA   TO FS-LOT-QT-RECEBIDA
           MOVE FS-LTA-QT-SALDO      TO FS-LOT-QT-SALDO.

       6100-MOVE-LOTEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_CONVERTE_ESTOQUE" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_CONVERTE_ESTOQUE.
