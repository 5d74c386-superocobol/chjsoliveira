      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Liberacao de Pedidos Retidos pelo Supervisor
      * Tectonics: cobc
      ******************************************************************
      * FILA DE PEDIDOS RETIDOS (ARQ-RETENCAO COM SITUACAO PENDENTE):
      * PEDIDOS GRAVADOS COM PRECO ABAIXO DO PISO OU DO CUSTO, COM
      * DESCONTO DO VENDEDOR ACIMA DA SUA ALCADA OU COM O CREDITO DO
      * CLIENTE RECUSADO FICAM NA SITUACAO "R" E NAO SAO FATURADOS.
      * SO OPERADOR COM A AUTORIZACAO DE SUPERVISOR
      * (FS-OPE-AUT-REABERTURA) ENTRA NESTA TELA. PARA CADA PEDIDO
      * PENDENTE O SUPERVISOR DECIDE, SEMPRE COM UM COMENTARIO:
      *   L - LIBERAR: O PEDIDO VOLTA A ABERTO E SEGUE O FLUXO NORMAL
      *   R - REJEITAR: O PEDIDO E CANCELADO, A EXPOSICAO DO CLIENTE,
      *       AS RESERVAS DE ESTOQUE E A VERBA DAS CAMPANHAS SAO
      *       DEVOLVIDAS
      *   P - PROXIMO: DEIXA O PEDIDO NA FILA
      * A DECISAO FICA GRAVADA NA RETENCAO (SUPERVISOR, DATA E
      * COMENTARIO) E NA AUDITORIA GERAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_RETENCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RETENCAO ASSIGN TO DISK WID-ARQ-RETENCAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RET-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RET.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ITE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ITE.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETENCAO.

       COPY FS-ARQ-RETENCAO.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-RET PIC 9(02).
           88 FS-STAT-RET-OK         VALUE 00.
           88 FS-STAT-RET-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       77 WS-PODE-APROVAR PIC X VALUE 'N'.
           88 E-PODE-APROVAR VALUE 'S'.

      * PEDIDO RETIDO EM TELA
       77 WS-NR-PEDIDO     PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE    PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE    PIC X(040) VALUE SPACES.
       77 WS-CD-VENDEDOR   PIC 9(007) VALUE ZEROS.
       77 WS-VL-TOTAL      PIC 9(011)V99 VALUE ZEROS.
       77 WS-DT-PEDIDO     PIC 9(008) VALUE ZEROS.
       77 WS-DT-RETENCAO   PIC 9(008) VALUE ZEROS.
       77 WS-ID-OPERADOR   PIC X(010) VALUE SPACES.
       77 WS-DS-MOTIVO     PIC X(060) VALUE SPACES.

       77 WS-DECISAO       PIC X(001) VALUE SPACES.
           88 E-LIBERAR    VALUES ARE "L" "l".
           88 E-REJEITAR   VALUES ARE "R" "r".
           88 E-PROXIMO    VALUES ARE "P" "p".
       77 WS-DS-COMENTARIO PIC X(060) VALUE SPACES.

       77 WS-CD-DEPOSITO-RES PIC 9(003) VALUE ZEROS.

       77 WS-ACHOU PIC X VALUE 'N'.
           88 E-ACHOU VALUE 'S'.

      * TOTAIS DA SESSAO
       77 WS-QT-LIBERADOS  PIC 9(005) VALUE ZEROS.
       77 WS-QT-REJEITADOS PIC 9(005) VALUE ZEROS.

       COPY CPY_ID_ARQ_RETENCAO.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_VERBA_CAMPANHA.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY CPY_GRAVA_AUDGERAL.

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

       01 SS-TELA-RETENCAO.
           05 LINE 05 COLUMN 12 VALUE "Pedido:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-NR-PEDIDO.
           05 LINE 06 COLUMN 11 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 07 COLUMN 10 VALUE "Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-VENDEDOR.
           05 LINE 08 COLUMN 07 VALUE "Valor Total:".
           05 COLUMN PLUS 2 PIC 9(11).99 FROM WS-VL-TOTAL.
           05 LINE 09 COLUMN 07 VALUE "Data Pedido:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-PEDIDO.
           05 COLUMN PLUS 3 VALUE "Retido em:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-RETENCAO.
           05 LINE 10 COLUMN 06 VALUE "Digitado por:".
           05 COLUMN PLUS 2 PIC X(10) FROM WS-ID-OPERADOR.
           05 LINE 11 COLUMN 12 VALUE "Motivo:".
           05 COLUMN PLUS 2 PIC X(60) FROM WS-DS-MOTIVO.

       01 SS-TELA-DECISAO.
           05 LINE 13 COLUMN 02
              VALUE "Decisao (L-Liberar R-Rejeitar P-Proximo):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.
           05 LINE 14 COLUMN 08 VALUE "Comentario:".
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
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-RETENCAO
           END-IF
           MOVE WNM-PATH-RETENCAO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-RETENCAO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-RETENCAO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-RETENCAO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-RETENCAO TO WNM-PATH-OPERADOR

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-RETENCAO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "LIBERACAO DE PEDIDOS RETIDOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           DISPLAY SS-CLS

           PERFORM 6700-VERIFICA-AUTORIZACAO
           IF NOT E-PODE-APROVAR
               MOVE "OPERADOR SEM AUTORIZACAO DE SUPERVISOR"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           MOVE ZEROS TO WS-QT-LIBERADOS WS-QT-REJEITADOS
           MOVE LOW-VALUES TO FS-RET-KEY
           MOVE ZEROS TO FS-STAT-RET
           PERFORM 6000-LE-PROX-PENDENTE

           IF NOT FS-STAT-RET-OK
               MOVE "NENHUM PEDIDO RETIDO AGUARDANDO LIBERACAO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE 'N' TO W-VAL-ENTRADA
               PERFORM 1000-DECIDE-RETENCAO
                 UNTIL W-VAL-ENTRADA-OK OR NOT FS-STAT-RET-OK

               MOVE SPACES TO WS-MSGERRO
               STRING "FIM DA FILA - LIBERADOS " DELIMITED BY SIZE
                      WS-QT-LIBERADOS DELIMITED BY SIZE
                      " REJEITADOS " DELIMITED BY SIZE
                      WS-QT-REJEITADOS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MOSTRA O PEDIDO RETIDO CORRENTE, ACEITA A DECISAO E O
      * COMENTARIO E AVANCA PARA O PROXIMO PENDENTE
       1000-DECIDE-RETENCAO SECTION.

           PERFORM 2000-CARREGA-PEDIDO

           MOVE SPACES TO WS-DECISAO WS-DS-COMENTARIO

           DISPLAY SS-CLS
           DISPLAY SS-TELA-RETENCAO
           ACCEPT SS-TELA-DECISAO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE 'S' TO W-VAL-ENTRADA
               GO TO 1000-DECIDE-RETENCAOX
           END-IF

           EVALUATE TRUE
               WHEN E-PROXIMO
                   CONTINUE
               WHEN NOT E-LIBERAR AND NOT E-REJEITAR
                   MOVE "DECISAO DEVE SER L, R OU P" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1000-DECIDE-RETENCAOX
               WHEN WS-DS-COMENTARIO EQUAL SPACES
                   MOVE "INFORME O COMENTARIO DA DECISAO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1000-DECIDE-RETENCAOX
               WHEN OTHER
                   MOVE SPACES TO WS-ERRO
                   IF E-LIBERAR
                       MOVE "CONFIRMA A LIBERACAO DO PEDIDO (S/N)?"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "CONFIRMA A REJEICAO DO PEDIDO (S/N)?"
                         TO WS-MSGERRO
                   END-IF
                   ACCEPT SS-ERRO
                   IF NOT E-SIM
                       MOVE SPACES TO WS-ERRO
                       GO TO 1000-DECIDE-RETENCAOX
                   END-IF
                   MOVE SPACES TO WS-ERRO
                   IF E-LIBERAR
                       PERFORM 3000-LIBERA-PEDIDO
                   ELSE
                       PERFORM 3100-REJEITA-PEDIDO
                   END-IF
           END-EVALUATE

           MOVE WS-NR-PEDIDO TO FS-RET-NR-PEDIDO
           PERFORM 6000-LE-PROX-PENDENTE.

       1000-DECIDE-RETENCAOX. EXIT.

      * -----------------------------------
      * CARREGA OS CAMPOS DA TELA COM A RETENCAO CORRENTE, O PEDIDO
      * E O NOME DO CLIENTE
       2000-CARREGA-PEDIDO SECTION.

           MOVE FS-RET-NR-PEDIDO    TO WS-NR-PEDIDO
           MOVE FS-RET-DT-RETENCAO  TO WS-DT-RETENCAO
           MOVE FS-RET-ID-OPERADOR  TO WS-ID-OPERADOR
           MOVE FS-RET-DS-MOTIVO    TO WS-DS-MOTIVO

           MOVE FS-PED-CD-CLIENTE   TO WS-CD-CLIENTE
           MOVE FS-PED-CD-VENDEDOR  TO WS-CD-VENDEDOR
           MOVE FS-PED-VL-TOTAL     TO WS-VL-TOTAL
           MOVE FS-PED-DT-PEDIDO    TO WS-DT-PEDIDO

           MOVE FS-PED-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE
           ELSE
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-NM-CLIENTE
           END-IF.

       2000-CARREGA-PEDIDOX. EXIT.

      * -----------------------------------
      * LIBERA O PEDIDO: VOLTA A ABERTO, MANTENDO A RESERVA E A
      * EXPOSICAO JA ASSUMIDAS NA DIGITACAO
       3000-LIBERA-PEDIDO SECTION.

           MOVE WS-NR-PEDIDO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO

           IF NOT FS-STAT-PED-OK OR NOT FS-PED-RETIDO
               MOVE "PEDIDO NAO ESTA MAIS RETIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 3000-LIBERA-PEDIDOX
           END-IF

           MOVE "A" TO FS-PED-IND-SITUACAO
           REWRITE ARQ-PEDIDO-REC
               INVALID KEY
                   MOVE "ERRO AO LIBERAR O PEDIDO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 3000-LIBERA-PEDIDOX
           END-REWRITE

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-PEDIDO
           MOVE "L" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO

           MOVE "L" TO FS-RET-IND-SITUACAO
           PERFORM 3200-GRAVA-DECISAO

           MOVE "LIBERA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-LIBERADOS
           MOVE "PEDIDO LIBERADO" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       3000-LIBERA-PEDIDOX. EXIT.

      * -----------------------------------
      * REJEITA O PEDIDO: CANCELA, DEVOLVE A EXPOSICAO DO CLIENTE E
      * AS RESERVAS DAS LINHAS NO DEPOSITO DO PEDIDO
       3100-REJEITA-PEDIDO SECTION.

           MOVE WS-NR-PEDIDO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO

           IF NOT FS-STAT-PED-OK OR NOT FS-PED-RETIDO
               MOVE "PEDIDO NAO ESTA MAIS RETIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 3100-REJEITA-PEDIDOX
           END-IF

           MOVE "X" TO FS-PED-IND-SITUACAO
           REWRITE ARQ-PEDIDO-REC
               INVALID KEY
                   MOVE "ERRO AO REJEITAR O PEDIDO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 3100-REJEITA-PEDIDOX
           END-REWRITE

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-PEDIDO
           MOVE "X" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO

           PERFORM 6850-ESTORNA-EXPOSICAO
           PERFORM 6570-DEPOSITO-PEDIDO
           PERFORM 2910-LIBERA-ITENS

           MOVE "R" TO FS-RET-IND-SITUACAO
           PERFORM 3200-GRAVA-DECISAO

           MOVE "REJEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-REJEITADOS
           MOVE "PEDIDO REJEITADO E CANCELADO" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       3100-REJEITA-PEDIDOX. EXIT.

      * -----------------------------------
      * GRAVA NA RETENCAO O SUPERVISOR, A DATA E O COMENTARIO DA
      * DECISAO (SITUACAO JA CARREGADA)
       3200-GRAVA-DECISAO SECTION.

           MOVE WS-NR-PEDIDO     TO FS-RET-NR-PEDIDO
           MOVE LK-OPERADOR      TO FS-RET-ID-SUPERVISOR
           MOVE WS-DT-HOJE       TO FS-RET-DT-DECISAO
           MOVE WS-DS-COMENTARIO TO FS-RET-DS-COMENTARIO

           REWRITE ARQ-RETENCAO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3200-GRAVA-DECISAOX. EXIT.

      * -----------------------------------
      * DEVOLVE AS RESERVAS DE TODAS AS LINHAS DO PEDIDO REJEITADO,
      * MANTENDO AS LINHAS NO ARQUIVO, E A VERBA DAS CAMPANHAS USADAS
      * PELAS LINHAS
       2910-LIBERA-ITENS SECTION.

           MOVE "E"          TO LK-VCA-FUNCAO
           MOVE WS-NR-PEDIDO TO LK-VCA-NR-PEDIDO
           CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS

           MOVE WS-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 2950-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-ITE-OK OR
                         FS-ITE-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
               PERFORM 6630-LIBERA-RESERVA
               PERFORM 2950-LE-PROX-ITEM
           END-PERFORM.

       2910-LIBERA-ITENSX. EXIT.

      * -----------------------------------
       2950-LE-PROX-ITEM SECTION.

           START ARQ-PEDITEM KEY > FS-ITE-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ITE
               NOT INVALID KEY
                   READ ARQ-PEDITEM NEXT
                       AT END MOVE 99 TO FS-STAT-ITE
                   END-READ
           END-START.

       2950-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA LIBERACAO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-RETENCAO

           IF FS-STAT-RET-NAO-EXISTE
               OPEN OUTPUT ARQ-RETENCAO
               CLOSE ARQ-RETENCAO
               OPEN I-O ARQ-RETENCAO
           END-IF

           OPEN I-O ARQ-PEDIDO
           OPEN INPUT ARQ-PEDITEM
           OPEN I-O ARQ-ESTOQUE
           OPEN I-O ARQ-CLIENTE.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * PROXIMA RETENCAO PENDENTE APOS A CHAVE CORRENTE CUJO PEDIDO
      * AINDA ESTA RETIDO (O PEDIDO FICA LIDO EM ARQ-PEDIDO-REC)
       6000-LE-PROX-PENDENTE SECTION.

           MOVE 'N' TO WS-ACHOU

           PERFORM UNTIL E-ACHOU OR NOT FS-STAT-RET-OK
               START ARQ-RETENCAO KEY > FS-RET-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-RET
                   NOT INVALID KEY
                       READ ARQ-RETENCAO NEXT
                           AT END MOVE 99 TO FS-STAT-RET
                       END-READ
               END-START

               IF FS-STAT-RET-OK AND FS-RET-PENDENTE
                   MOVE FS-RET-NR-PEDIDO TO FS-PED-NR-PEDIDO
                   READ ARQ-PEDIDO
                   IF FS-STAT-PED-OK AND FS-PED-RETIDO
                       MOVE 'S' TO WS-ACHOU
                   END-IF
               END-IF
           END-PERFORM.

       6000-LE-PROX-PENDENTEX. EXIT.

      * -----------------------------------
      * DEPOSITO DAS RESERVAS DO PEDIDO: O GRAVADO NO PEDIDO OU, NOS
      * PEDIDOS ANTIGOS SEM DEPOSITO, O PADRAO
       6570-DEPOSITO-PEDIDO SECTION.

           IF FS-PED-CD-DEPOSITO IS NUMERIC AND
              FS-PED-CD-DEPOSITO GREATER ZEROS
               MOVE FS-PED-CD-DEPOSITO TO WS-CD-DEPOSITO-RES
           ELSE
               MOVE SPACES TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
               MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-RES
           END-IF.

       6570-DEPOSITO-PEDIDOX. EXIT.

      * -----------------------------------
      * DEVOLVE A RESERVA DA LINHA CORRENTE DE ARQ-PEDITEM NO
      * DEPOSITO DO PEDIDO
       6630-LIBERA-RESERVA SECTION.

           MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO-RES TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               SUBTRACT FS-ITE-QT FROM FS-STQ-QT-RESERVADO
               IF FS-STQ-QT-RESERVADO LESS ZEROS
                   MOVE ZEROS TO FS-STQ-QT-RESERVADO
               END-IF
               REWRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       6630-LIBERA-RESERVAX. EXIT.

      * -----------------------------------
      * SO OPERADOR COM A AUTORIZACAO DE SUPERVISOR DECIDE RETENCOES
      * (SEM CADASTRO DE OPERADORES, QUALQUER UM PODE)
       6700-VERIFICA-AUTORIZACAO SECTION.

           MOVE 'N' TO WS-PODE-APROVAR

           OPEN INPUT ARQ-OPERADOR

           IF FS-STAT-OPE-NAO-EXISTE
               MOVE 'S' TO WS-PODE-APROVAR
           ELSE
               MOVE LK-OPERADOR TO FS-OPE-ID
               READ ARQ-OPERADOR
               IF FS-STAT-OPE-OK AND FS-OPE-PODE-REABRIR
                   MOVE 'S' TO WS-PODE-APROVAR
               END-IF
               CLOSE ARQ-OPERADOR
           END-IF.

       6700-VERIFICA-AUTORIZACAOX. EXIT.

      * -----------------------------------
      * DEVOLVE A EXPOSICAO DE CREDITO DO CLIENTE DO PEDIDO REJEITADO
       6850-ESTORNA-EXPOSICAO SECTION.

           MOVE FS-PED-CD-CLIENTE TO FS-CLI-CD-CLIENTE

           READ ARQ-CLIENTE

           IF FS-STAT-CLI-OK
               IF FS-CLI-VL-EXPOSICAO GREATER FS-PED-VL-TOTAL
                   SUBTRACT FS-PED-VL-TOTAL FROM FS-CLI-VL-EXPOSICAO
               ELSE
                   MOVE ZEROS TO FS-CLI-VL-EXPOSICAO
               END-IF
               REWRITE ARQ-CLIENTE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               IF FS-STAT-CLI-OK
                   MOVE "REWRITE" TO LK-JNL-OPERACAO
                   PERFORM 8620-JORNAL-CLIENTE
               END-IF
           END-IF.

       6850-ESTORNA-EXPOSICAOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA LIBERACAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-RETENCAO
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-CLIENTE.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
       8600-JORNAL-PEDIDO SECTION.

           MOVE "PEDIDO" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_RETENCAO" TO LK-JNL-PROGRAMA
           MOVE LK-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-PEDIDO-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-PEDIDOX. EXIT.

      * -----------------------------------
       8620-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_RETENCAO" TO LK-JNL-PROGRAMA
           MOVE LK-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8620-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DECISAO NA AUDITORIA GERAL: ANTES = MOTIVO DA
      * RETENCAO, DEPOIS = COMENTARIO DO SUPERVISOR
       8700-REGISTRA-AUDITORIA SECTION.

           MOVE "PEDIDO"         TO LK-AGR-ENTIDADE
           MOVE WS-NR-PEDIDO     TO LK-AGR-CHAVE
           MOVE LK-OPERADOR      TO LK-AGR-USUARIO
           MOVE WS-DS-MOTIVO     TO LK-AGR-ANTES
           MOVE WS-DS-COMENTARIO TO LK-AGR-DEPOIS
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8700-REGISTRA-AUDITORIAX. EXIT.

      * -----------------------------------
      * REGISTRA A DATA DA ETAPA (JA CARREGADA) DO PEDIDO CORRENTE
       8650-ETAPA-PEDIDO SECTION.

           MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
           MOVE ZEROS TO LK-ETP-DATA
           CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS.

       8650-ETAPA-PEDIDOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_RETENCAO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_RETENCAO.
