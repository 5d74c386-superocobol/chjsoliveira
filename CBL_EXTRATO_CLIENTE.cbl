      * FS-CLI-ENDERECO. RODA PARA UM CLIENTE (TAMBEM CHAMADO DA
      * CONSULTA 360 COM O CODIGO JA PREENCHIDO) OU EM LOTE PARA
      * TODOS OS CLIENTES DE UM VENDEDOR, PARA SAIR NA ROTA.
      * INFORMADA UMA REDE DE CLIENTES, GERA UM UNICO DOCUMENTO
      * EXTRATO_REDE_<RR>_<AAAAMMDD>.TXT COM O EXTRATO DE CADA LOJA
      * DA REDE E O SALDO CONSOLIDADO DA REDE AO FINAL.
      * CLIENTE COM HAVER (CREDITO) TEM OS MOVIMENTOS DO HAVER NO
      * PERIODO E O HAVER DISPONIVEL NO FIM DO PERIODO LISTADOS APOS
      * OS TITULOS. EM SEGUIDA VEM O MESMO PARA OS PONTOS DE
      * FIDELIDADE (CBL_PONTOS_CLIENTE): MOVIMENTOS DO PERIODO E
      * SALDO DE PONTOS NO FIM DO PERIODO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EXTRATO_CLIENTE.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-REDE ASSIGN TO DISK WID-ARQ-REDE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RED.

           SELECT ARQ-HAVER ASSIGN TO DISK WID-ARQ-HAVER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HAV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HAV.

           SELECT ARQ-PONTOS ASSIGN TO DISK WID-ARQ-PONTOS
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PTS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PTS.

           SELECT ARQ-EXTRATO ASSIGN TO WNM-ARQ-EXTRATO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-EXT.

       COPY FS-ARQ-RECEBER.

       FD ARQ-REDE.

       COPY FS-ARQ-REDE.

       FD ARQ-HAVER.

       COPY FS-ARQ-HAVER.

       FD ARQ-PONTOS.

       COPY FS-ARQ-PONTOS.

       FD ARQ-EXTRATO.
       01 ARQ-EXTRATO-REC PIC X(100).

           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-RED PIC 9(02).
           88 FS-STAT-RED-OK         VALUE 00.

       77 FS-STAT-HAV PIC 9(02).
           88 FS-STAT-HAV-OK         VALUE 00.

       77 WS-HAV-ABERTO PIC X(01) VALUE "N".
           88 WS-HAV-ABERTO-SIM      VALUE "S".

       77 FS-STAT-PTS PIC 9(02).
           88 FS-STAT-PTS-OK         VALUE 00.

       77 WS-PTS-ABERTO PIC X(01) VALUE "N".
           88 WS-PTS-ABERTO-SIM      VALUE "S".

       77 FS-STAT-EXT PIC 9(02).
           88 FS-STAT-EXT-OK         VALUE 00.


       77 WS-CD-CLIENTE  PIC 9(007) VALUE ZEROS.
       77 WS-CD-VENDEDOR PIC 9(007) VALUE ZEROS.
       77 WS-CD-REDE     PIC 9(002) VALUE ZEROS.
       77 WS-DT-INI      PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM      PIC 9(008) VALUE ZEROS.

       77 WS-VL-PAGO-PER  PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-FECHAMENTO PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-SALDO-TIT PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-HAVER     PIC 9(011)V99 VALUE ZEROS.
       77 WQT-MOV-HAVER   PIC 9(005) VALUE ZEROS.
       77 WS-QT-PONTOS    PIC 9(009) VALUE ZEROS.
       77 WQT-MOV-PONTOS  PIC 9(005) VALUE ZEROS.

       77 WQT-GERADOS PIC 9(005) VALUE ZEROS.

      * TOTAIS CONSOLIDADOS DAS LOJAS DA REDE
       77 WQT-LOJAS-REDE    PIC 9(005) VALUE ZEROS.
       77 WS-VL-RED-ABERTURA  PIC S9(013)V99 VALUE ZEROS.
       77 WS-VL-RED-FATURADO  PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-RED-PAGO-PER  PIC 9(013)V99 VALUE ZEROS.
       77 WS-VL-RED-FECHAMENTO PIC S9(013)V99 VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(100) VALUE SPACES.
       77 WS-ED-VALOR PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-PONTOS PIC ZZZ,ZZZ,ZZ9.

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_REDE.
       COPY CPY_ID_ARQ_HAVER.
       COPY CPY_ID_ARQ_PONTOS.

       COPY CPY_LE_PARAMETRO.

           05 LINE 09 COLUMN 02 VALUE "ou Todos do Vended.:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 LINE 10 COLUMN 02 VALUE "ou Rede de Clientes:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-CD-REDE
              BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 03 VALUE "Inicio (AAAAMMDD)...:".
           05 COLUMN PLUS 1 PIC 9(08) USING WS-DT-INI.
           05 LINE 12 COLUMN 03 VALUE "Fim    (AAAAMMDD)...:".
           05 COLUMN PLUS 1 PIC 9(08) USING WS-DT-FIM.

       01 SS-ERRO.
           END-IF
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-RECEBER
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-REDE
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-HAVER
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PONTOS

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
              WS-DT-INI GREATER ZEROS AND
              WS-DT-FIM NOT LESS WS-DT-INI AND
              (WS-CD-CLIENTE GREATER ZEROS OR
               WS-CD-VENDEDOR GREATER ZEROS OR
               WS-CD-REDE GREATER ZEROS)

               PERFORM 5000-ABRIR-ARQUIVOS

                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               ELSE
                   IF WS-CD-VENDEDOR GREATER ZEROS
                       PERFORM 1500-GERA-LOTE-VENDEDOR
                   ELSE
                       PERFORM 1600-GERA-EXTRATO-REDE
                   END-IF
               END-IF

               PERFORM 7000-FECHA-ARQUIVOS

       1500-GERA-LOTE-VENDEDORX. EXIT.

      * -----------------------------------
      * GERA O EXTRATO CONSOLIDADO DA REDE: O EXTRATO DE CADA LOJA
      * ATIVA DA REDE NO MESMO DOCUMENTO E OS TOTAIS DA REDE
       1600-GERA-EXTRATO-REDE SECTION.

           OPEN INPUT ARQ-REDE

           IF NOT FS-STAT-RED-OK
               MOVE "REDE NAO CADASTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1600-GERA-EXTRATO-REDEX
           END-IF

           MOVE WS-CD-REDE TO FS-RED-CD-REDE
           READ ARQ-REDE
           CLOSE ARQ-REDE

           IF NOT FS-STAT-RED-OK
               MOVE "REDE NAO CADASTRADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1600-GERA-EXTRATO-REDEX
           END-IF

           MOVE ZEROS TO WQT-LOJAS-REDE
                         WS-VL-RED-ABERTURA WS-VL-RED-FATURADO
                         WS-VL-RED-PAGO-PER WS-VL-RED-FECHAMENTO

           MOVE SPACES TO WNM-ARQ-EXTRATO
           STRING "EXTRATO_REDE_" DELIMITED BY SIZE
                  WS-CD-REDE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-EXTRATO

           OPEN OUTPUT ARQ-EXTRATO

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "EXTRATO CONSOLIDADO DA REDE " DELIMITED BY SIZE
                  FS-RED-CD-REDE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FS-RED-NM-REDE DELIMITED BY "  "
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6200-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK

               IF FS-CLI-CD-REDE IS NUMERIC AND
                  FS-CLI-CD-REDE EQUAL WS-CD-REDE AND
                  NOT FS-CLI-INATIVO

                   MOVE SPACES TO ARQ-EXTRATO-REC
                   WRITE ARQ-EXTRATO-REC

                   PERFORM 2100-IMPRIME-CABECALHO
                   PERFORM 2200-CALCULA-ABERTURA
                   PERFORM 2300-LISTA-FATURADOS
                   PERFORM 2400-LISTA-MOVIMENTO-TITULOS
                   PERFORM 2450-LISTA-HAVER
                   PERFORM 2460-LISTA-PONTOS
                   PERFORM 2500-IMPRIME-FECHAMENTO

                   ADD 1 TO WQT-LOJAS-REDE
                   ADD WS-VL-ABERTURA   TO WS-VL-RED-ABERTURA
                   ADD WS-VL-FATURADO   TO WS-VL-RED-FATURADO
                   ADD WS-VL-PAGO-PER   TO WS-VL-RED-PAGO-PER
                   ADD WS-VL-FECHAMENTO TO WS-VL-RED-FECHAMENTO
               END-IF

               PERFORM 6200-LER-ARQ-CLIENTE
           END-PERFORM

           PERFORM 2600-IMPRIME-TOTAL-REDE

           CLOSE ARQ-EXTRATO
           ADD 1 TO WQT-GERADOS.

       1600-GERA-EXTRATO-REDEX. EXIT.

      * -----------------------------------
      * GERA O EXTRATO DO CLIENTE CORRENTE EM ARQ-CLIENTE-REC
       2000-GERA-EXTRATO SECTION.
           PERFORM 2200-CALCULA-ABERTURA
           PERFORM 2300-LISTA-FATURADOS
           PERFORM 2400-LISTA-MOVIMENTO-TITULOS
           PERFORM 2450-LISTA-HAVER
           PERFORM 2460-LISTA-PONTOS
           PERFORM 2500-IMPRIME-FECHAMENTO

           CLOSE ARQ-EXTRATO

       2400-LISTA-MOVIMENTO-TITULOSX. EXIT.

      * -----------------------------------
      * LISTA OS MOVIMENTOS DO HAVER DO CLIENTE NO PERIODO E O HAVER
      * DISPONIVEL NO FIM DO PERIODO (SALDO DO ULTIMO MOVIMENTO ATE A
      * DATA FINAL); CLIENTE SEM HAVER NAO TEM A SECAO
       2450-LISTA-HAVER SECTION.

           IF NOT WS-HAV-ABERTO-SIM
               GO TO 2450-LISTA-HAVERX
           END-IF

           MOVE ZEROS TO WS-VL-HAVER WQT-MOV-HAVER

           MOVE FS-CLI-CD-CLIENTE TO FS-HAV-CD-CLIENTE
           MOVE ZEROS TO FS-HAV-NR-SEQUENCIA
           PERFORM 6300-LER-ARQ-HAVER

           PERFORM UNTIL NOT FS-STAT-HAV-OK OR
                         FS-HAV-CD-CLIENTE NOT EQUAL FS-CLI-CD-CLIENTE

               IF FS-HAV-DT-MOVIMENTO NOT GREATER WS-DT-FIM
                   MOVE FS-HAV-VL-SALDO TO WS-VL-HAVER

                   IF FS-HAV-DT-MOVIMENTO NOT LESS WS-DT-INI
                       IF WQT-MOV-HAVER EQUAL ZEROS
                           MOVE "HAVER DO CLIENTE NO PERIODO:"
                             TO ARQ-EXTRATO-REC
                           WRITE ARQ-EXTRATO-REC
                       END-IF
                       ADD 1 TO WQT-MOV-HAVER

                       MOVE FS-HAV-VL-MOVIMENTO TO WS-ED-VALOR
                       MOVE SPACES TO WS-LIN-TEXTO
                       STRING "  " DELIMITED BY SIZE
                              FS-HAV-DT-MOVIMENTO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FS-HAV-IND-TIPO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FS-HAV-CD-ORIGEM DELIMITED BY SIZE
                              " DOC " DELIMITED BY SIZE
                              FS-HAV-NR-DOCUMENTO DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-ED-VALOR DELIMITED BY SIZE
                         INTO WS-LIN-TEXTO
                       MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
                       WRITE ARQ-EXTRATO-REC
                   END-IF
               END-IF

               PERFORM 6300-LER-ARQ-HAVER
           END-PERFORM

           IF WS-VL-HAVER GREATER ZEROS OR
              WQT-MOV-HAVER GREATER ZEROS
               MOVE WS-VL-HAVER TO WS-ED-VALOR
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "HAVER DISPONIVEL...: " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
               WRITE ARQ-EXTRATO-REC
           END-IF.

       2450-LISTA-HAVERX. EXIT.

      * -----------------------------------
      * LISTA OS MOVIMENTOS DE PONTOS DE FIDELIDADE DO CLIENTE NO
      * PERIODO E O SALDO DE PONTOS NO FIM DO PERIODO; CLIENTE SEM
      * PONTOS NAO TEM A SECAO
       2460-LISTA-PONTOS SECTION.

           IF NOT WS-PTS-ABERTO-SIM
               GO TO 2460-LISTA-PONTOSX
           END-IF

           MOVE ZEROS TO WS-QT-PONTOS WQT-MOV-PONTOS

           MOVE FS-CLI-CD-CLIENTE TO FS-PTS-CD-CLIENTE
           MOVE ZEROS TO FS-PTS-NR-SEQUENCIA
           PERFORM 6400-LER-ARQ-PONTOS

           PERFORM UNTIL NOT FS-STAT-PTS-OK OR
                         FS-PTS-CD-CLIENTE NOT EQUAL FS-CLI-CD-CLIENTE

               IF FS-PTS-DT-MOVIMENTO NOT GREATER WS-DT-FIM
                   MOVE FS-PTS-QT-SALDO TO WS-QT-PONTOS

                   IF FS-PTS-DT-MOVIMENTO NOT LESS WS-DT-INI
                       IF WQT-MOV-PONTOS EQUAL ZEROS
                           MOVE "PONTOS DE FIDELIDADE NO PERIODO:"
                             TO ARQ-EXTRATO-REC
                           WRITE ARQ-EXTRATO-REC
                       END-IF
                       ADD 1 TO WQT-MOV-PONTOS

                       MOVE FS-PTS-QT-PONTOS TO WS-ED-PONTOS
                       MOVE SPACES TO WS-LIN-TEXTO
                       STRING "  " DELIMITED BY SIZE
                              FS-PTS-DT-MOVIMENTO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FS-PTS-IND-TIPO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FS-PTS-CD-ORIGEM DELIMITED BY SIZE
                              " DOC " DELIMITED BY SIZE
                              FS-PTS-NR-DOCUMENTO DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-ED-PONTOS DELIMITED BY SIZE
                              " PTS" DELIMITED BY SIZE
                         INTO WS-LIN-TEXTO
                       MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
                       WRITE ARQ-EXTRATO-REC
                   END-IF
               END-IF

               PERFORM 6400-LER-ARQ-PONTOS
           END-PERFORM

           IF WS-QT-PONTOS GREATER ZEROS OR
              WQT-MOV-PONTOS GREATER ZEROS
               MOVE WS-QT-PONTOS TO WS-ED-PONTOS
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "SALDO DE PONTOS....: " DELIMITED BY SIZE
                      WS-ED-PONTOS DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
               WRITE ARQ-EXTRATO-REC
           END-IF.

       2460-LISTA-PONTOSX. EXIT.

      * -----------------------------------
      * SALDO DE FECHAMENTO: ABERTURA MAIS O FATURADO MENOS O PAGO
      * DO PERIODO

       2500-IMPRIME-FECHAMENTOX. EXIT.

      * -----------------------------------
      * POSICAO CONSOLIDADA DAS LOJAS DA REDE NO PERIODO
       2600-IMPRIME-TOTAL-REDE SECTION.

           MOVE SPACES TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "TOTAL DA REDE - LOJAS: " DELIMITED BY SIZE
                  WQT-LOJAS-REDE DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE WS-VL-RED-ABERTURA TO WS-ED-VALOR
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "POSICAO DE ABERTURA: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE WS-VL-RED-FATURADO TO WS-ED-VALOR
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "FATURADO NO PERIODO: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE WS-VL-RED-PAGO-PER TO WS-ED-VALOR
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "PAGO NO PERIODO....: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           MOVE WS-VL-RED-FECHAMENTO TO WS-ED-VALOR
           MOVE SPACES TO WS-LIN-TEXTO
           STRING "SALDO DE FECHAMENTO: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
           WRITE ARQ-EXTRATO-REC

           IF FS-RED-VL-LIM-CREDITO GREATER ZEROS
               MOVE FS-RED-VL-LIM-CREDITO TO WS-ED-VALOR
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "LIMITE DA REDE.....: " DELIMITED BY SIZE
                      WS-ED-VALOR DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-EXTRATO-REC
               WRITE ARQ-EXTRATO-REC
           END-IF.

       2600-IMPRIME-TOTAL-REDEX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO EXTRATO
       5000-ABRIR-ARQUIVOS SECTION.
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN INPUT ARQ-RECEBER
           END-IF

      * O RAZAO DO HAVER SO EXISTE APOS O PRIMEIRO CREDITO
           OPEN INPUT ARQ-HAVER
           IF FS-STAT-HAV-OK
               MOVE "S" TO WS-HAV-ABERTO
           ELSE
               MOVE "N" TO WS-HAV-ABERTO
           END-IF

      * O RAZAO DE PONTOS SO EXISTE APOS O PRIMEIRO PEDIDO PONTUADO
           OPEN INPUT ARQ-PONTOS
           IF FS-STAT-PTS-OK
               MOVE "S" TO WS-PTS-ABERTO
           ELSE
               MOVE "N" TO WS-PTS-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

       6200-LER-ARQ-CLIENTE-FIMX. EXIT.

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

       6300-LER-ARQ-HAVER-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO MOVIMENTO DE PONTOS PELA CHAVE
       6400-LER-ARQ-PONTOS SECTION.

           START ARQ-PONTOS KEY > FS-PTS-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PTS
               NOT INVALID KEY
                   READ ARQ-PONTOS NEXT
                       AT END MOVE 99 TO FS-STAT-PTS
                   END-READ
           END-START.

       6400-LER-ARQ-PONTOS-FIMX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO EXTRATO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-RECEBER

           IF WS-HAV-ABERTO-SIM
               CLOSE ARQ-HAVER
               MOVE "N" TO WS-HAV-ABERTO
           END-IF

           IF WS-PTS-ABERTO-SIM
               CLOSE ARQ-PONTOS
               MOVE "N" TO WS-PTS-ABERTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

