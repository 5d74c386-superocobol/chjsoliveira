      * GERA O DESEMPENHO DO VENDEDOR/DIA: PARADAS PLANEJADAS DA
      * DISTRIBUICAO X ENTREGAS COMPLETADAS E O RANKING DE MOTIVOS
      * DE RECUSA, EM DESEMPENHO_ENTREGA_<AAAAMMDD>.TXT.
      * CADA ENTREGA GUARDA O MOTORISTA QUE A FEZ: INFORMADO NA TELA
      * OU NO 7O CAMPO DO LOTE (OPCIONAL) OU, QUANDO ZERO, O
      * MOTORISTA ESCALADO NO DIA DE CARGA DO VENDEDOR CUJO ARQUIVO
      * CARGA_VENDEDOR_<CD>_<AAAAMMDD>_DIA_<N>.CSV TEM A PARADA DO
      * CLIENTE. A OPCAO 04 GERA O DESEMPENHO POR MOTORISTA NO
      * PERIODO EM DESEMPENHO_MOTORISTA_<AAAAMMDD>.TXT.
      * RECUSA COM MOTIVO REAGENDAVEL (PARAMETRO REAGENDA-MOTIVOS) NAO
      * GERA DEVOLUCAO: O PEDIDO VOLTA NA PROXIMA CARGA PELO
      * REAGENDAMENTO (CBL_REAGENDA_ENTREGA). A ENTREGA GUARDA O
      * NUMERO DA TENTATIVA E, NA ENTREGA DE UM PEDIDO REAGENDADO, A
      * DEVOLUCAO E DO PROPRIO PEDIDO REAGENDADO. O DESEMPENHO DO
      * VENDEDOR/DIA LISTA AS TENTATIVAS DE CADA ENTREGA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_ENTREGA.
       ENVIRONMENT DIVISION.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DES.

           SELECT ARQ-DIA-CARGA ASSIGN TO WNM-ARQ-DIA-CARGA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DIA.

           SELECT ARQ-MOTORISTA ASSIGN TO DISK WID-ARQ-MOTORISTA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOT.

           SELECT ARQ-REAGENDA ASSIGN TO DISK WID-ARQ-REAGENDA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ENTREGA.
       FD ARQ-DESEMPENHO.
       01 ARQ-DESEMPENHO-REC PIC X(100).

       FD ARQ-DIA-CARGA.
       01 ARQ-DIA-CARGA-REC PIC X(300).

       FD ARQ-MOTORISTA.

       COPY FS-ARQ-MOTORISTA.

       FD ARQ-REAGENDA.

       COPY FS-ARQ-REAGENDA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           88 E-REGISTRAR VALUE IS "1".
           88 E-CARGA     VALUE IS "2".
           88 E-RELATORIO VALUE IS "3".
           88 E-REL-MOTORISTA VALUE IS "4".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.
       77 FS-STAT-DES PIC 9(02).
           88 FS-STAT-DES-OK         VALUE 00.

       77 FS-STAT-DIA PIC 9(02).
           88 FS-STAT-DIA-OK         VALUE 00.

       77 FS-STAT-MOT PIC 9(02).
           88 FS-STAT-MOT-OK         VALUE 00.

       77 WS-MOTORISTA-ABERTO PIC X(001) VALUE "N".
           88 E-MOTORISTA-ABERTO VALUE "S".

       77 FS-STAT-REA PIC 9(02).
           88 FS-STAT-REA-OK         VALUE 00.

       77 WS-REAGENDA-ABERTO PIC X(001) VALUE "N".
           88 E-REAGENDA-ABERTO VALUE "S".

      * PEDIDO REAGENDADO CARREGADO PARA O CLIENTE NA DATA DA ENTREGA
      * E MOTIVOS DE RECUSA QUE LEVAM A REAGENDAMENTO (SEM DEVOLUCAO)
       77 WS-NR-PEDIDO-REA   PIC 9(007) VALUE ZEROS.
       77 WS-NR-TENTATIVA    PIC 9(002) VALUE ZEROS.
       77 WS-MOTIVOS-REAGENDA PIC X(050) VALUE "FE".
       77 WS-QT-MOTIVO       PIC 9(003) VALUE ZEROS.

       77 WNM-ARQ-CARGA PIC X(50) VALUE "ENTREGA_CARGA.CSV".
       77 WNM-ARQ-DESEMPENHO PIC X(50) VALUE SPACES.
       77 WNM-ARQ-DIA-CARGA PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
           88 RESULTADO-OK VALUES ARE "I" "i" "P" "p" "R" "r"
                                      "A" "a".
           88 E-RES-RECUSADA VALUES ARE "R" "r".
           88 E-RES-ENTREGUE VALUES ARE "I" "i" "P" "p".
       77 WS-CD-MOTIVO    PIC X(002) VALUE SPACES.
       77 WS-QT-ENTREGUE  PIC 9(005) VALUE ZEROS.
       77 WS-CD-MOTORISTA PIC 9(005) VALUE ZEROS.

       01 WS-CAR-CAMPOS.
           05 WS-CAR-VENDEDOR-X  PIC X(012).
           05 WS-CAR-RESULTADO-X PIC X(004).
           05 WS-CAR-MOTIVO-X    PIC X(004).
           05 WS-CAR-QT-X        PIC X(008).
           05 WS-CAR-MOTORISTA-X PIC X(008).

      * MOTORISTA DA CARGA: DIA DO VENDEDOR QUE TEM A PARADA
       77 WS-NR-DIA-CARGA PIC 9(003) VALUE ZEROS.
       77 WS-CD-MOT-ARQUIVO PIC 9(005) VALUE ZEROS.
       77 WS-FIM-DIAS PIC X VALUE 'N'.
           88 E-FIM-DIAS VALUE 'S'.
       77 WS-PARADA-ACHADA PIC X VALUE 'N'.
           88 E-PARADA-ACHADA VALUE 'S'.
       01 WS-DIA-CAMPOS.
           05 WS-DIA-CAMPO1 PIC X(012).
           05 WS-DIA-CAMPO2 PIC X(012).

      * DEVOLUCAO AUTOMATICA DA ENTREGA RECUSADA
       77 WS-NR-PEDIDO-DEV PIC 9(007) VALUE ZEROS.
       77 WS-VL-CREDITO    PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-SALDO      PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ABATE      PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ABATIDO    PIC 9(011)V99 VALUE ZEROS.

      * DESEMPENHO DO VENDEDOR/DIA
       77 WQT-PLANEJADAS  PIC 9(005) VALUE ZEROS.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * DESEMPENHO POR MOTORISTA NO PERIODO (POSICAO 1 = SEM
      * MOTORISTA IDENTIFICADO)
       77 WS-DT-INICIO PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM    PIC 9(008) VALUE ZEROS.
       01 WS-TAB-DRV.
           05 WS-TAB-DRV-ITEM OCCURS 200.
               10 WS-TAB-DRV-CD        PIC 9(005).
               10 WS-TAB-DRV-INTEGRAL  PIC 9(005).
               10 WS-TAB-DRV-PARCIAL   PIC 9(005).
               10 WS-TAB-DRV-RECUSADA  PIC 9(005).
               10 WS-TAB-DRV-AUSENTE   PIC 9(005).
               10 WS-TAB-DRV-IMPRESSO  PIC X(001).
       77 WS-TAB-DRV-QTD PIC 9(003) VALUE ZEROS.
       77 WS-DRV-IDX     PIC 9(003) VALUE ZEROS.
       77 WS-DRV-IDX2    PIC 9(003) VALUE ZEROS.
       77 WS-DRV-TOTAL   PIC 9(006) VALUE ZEROS.
       77 WS-DRV-NOME    PIC X(030) VALUE SPACES.
       77 WS-PC-INTEGRAL PIC 9(003)V9 VALUE ZEROS.
       77 WS-ED-PC-INTEGRAL PIC ZZ9.9.

      * TENTATIVAS DE CADA ENTREGA DO VENDEDOR/DIA
       01 WS-TAB-TEN.
           05 WS-TAB-TEN-ITEM OCCURS 500.
               10 WS-TAB-TEN-CLIENTE    PIC 9(007).
               10 WS-TAB-TEN-RESULTADO  PIC X(001).
               10 WS-TAB-TEN-MOTIVO     PIC X(002).
               10 WS-TAB-TEN-TENTATIVA  PIC 9(002).
       77 WS-TAB-TEN-QTD PIC 9(003) VALUE ZEROS.
       77 WS-TEN-IDX     PIC 9(003) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-ARQ-LIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-GRAVADOS   PIC 9(9) VALUE ZEROS.
       COPY CPY_ID_ARQ_DEVOLUCAO.
       COPY CPY_ID_ARQ_DEVITEM.
       COPY CPY_ID_ARQ_CSV.
       COPY CPY_ID_ARQ_MOTORISTA.
       COPY CPY_ID_ARQ_REAGENDA.

       COPY CPY_LE_PARAMETRO.


       COPY CPY_GRAVA_JORNAL.

       COPY CPY_HAVER_CLIENTE.

       COPY CPY_GRAVA_ETAPA.

       COPY CPY_ESCALA_MOTORISTA.

       COPY screenio.

       LINKAGE SECTION.
           05 LINE 07 COLUMN 15 VALUE "01 - Registrar Entrega".
           05 LINE 08 COLUMN 15 VALUE "02 - Carga em Lote".
           05 LINE 09 COLUMN 15 VALUE "03 - Desempenho de Entrega".
           05 LINE 10 COLUMN 15 VALUE "04 - Desempenho por Motorista".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.
           05 COLUMN PLUS 2 PIC X(02) USING WS-CD-MOTIVO.
           05 LINE 14 COLUMN 11 VALUE "Qt Entregue:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QT-ENTREGUE.
           05 LINE 15 COLUMN 02 VALUE "Motorista (0=da carga):".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CD-MOTORISTA.
           05 LINE 16 COLUMN 04 VALUE "I=Integral P=Parcial R=Recusad
      -"a A=Ausente".

           05 LINE 10 COLUMN 08 VALUE "Data(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-ENTREGA.

       01 SS-TELA-PERIODO.
           05 LINE 09 COLUMN 02 VALUE "Data Inicial(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INICIO.
           05 LINE 10 COLUMN 04 VALUE "Data Final(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 14 VALUE "Lidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-LIDOS.
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-DEVOLUCAO
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-DEVITEM
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-MOTORISTA
           MOVE WNM-PATH-ENTREGA TO WNM-PATH-REAGENDA

           MOVE "REAGENDA-MOTIVOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR TO WS-MOTIVOS-REAGENDA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ENTREGA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
                   WHEN E-RELATORIO
                       PERFORM 1200-DESEMPENHO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REL-MOTORISTA
                       PERFORM 1300-DESEMPENHO-MOTORISTA
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
           MOVE SPACES TO WS-ERRO WS-CD-RESULTADO WS-CD-MOTIVO

           MOVE ZEROS TO WS-CD-VENDEDOR WS-CD-CLIENTE WS-QT-ENTREGUE
                         WS-CD-MOTORISTA
           MOVE WS-DT-HOJE TO WS-DT-ENTREGA

           PERFORM 5000-ABRIR-ARQUIVOS
               DISPLAY SS-CLS
               ACCEPT SS-TELA-ENTREGA

               MOVE ZEROS TO FS-STAT-MOT
               IF WS-CD-MOTORISTA GREATER ZEROS
                   PERFORM 6750-LE-MOTORISTA
               END-IF

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                          "e Resultado valido" DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT FS-STAT-MOT-OK
                        MOVE "MOTORISTA NAO CADASTRADO" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 6700-RESOLVE-MOTORISTA
                        PERFORM 6500-GRAVA-ENTREGA
                        MOVE "ENTREGA REGISTRADA COM SUCESSO"
                          TO WS-MSGERRO

      * -----------------------------------
      * GRAVA O RESULTADO DA PARADA; ENTREGA RECUSADA DISPARA A
      * DEVOLUCAO AUTOMATICA DO PEDIDO FATURADO DO CLIENTE NA DATA,
      * SALVO QUANDO O MOTIVO DA RECUSA E REAGENDAVEL
       6500-GRAVA-ENTREGA SECTION.

           PERFORM 6550-BUSCA-REAGENDADO

           MOVE WS-CD-VENDEDOR  TO FS-ENT-CD-VENDEDOR
           MOVE WS-DT-ENTREGA   TO FS-ENT-DT-ENTREGA
           MOVE WS-CD-CLIENTE   TO FS-ENT-CD-CLIENTE
           MOVE WS-CD-RESULTADO TO FS-ENT-CD-RESULTADO
           MOVE WS-CD-MOTIVO    TO FS-ENT-CD-MOTIVO
           MOVE WS-QT-ENTREGUE  TO FS-ENT-QT-ENTREGUE
           MOVE WS-CD-MOTORISTA TO FS-ENT-CD-MOTORISTA
           MOVE WS-NR-TENTATIVA TO FS-ENT-NR-TENTATIVA

           WRITE ARQ-ENTREGA-REC
               INVALID KEY
                   REWRITE ARQ-ENTREGA-REC
           END-WRITE

           MOVE ZEROS TO WS-QT-MOTIVO
           IF WS-CD-MOTIVO NOT EQUAL SPACES
               INSPECT WS-MOTIVOS-REAGENDA
                   TALLYING WS-QT-MOTIVO FOR ALL WS-CD-MOTIVO
           END-IF

           IF E-RES-RECUSADA AND WS-QT-MOTIVO EQUAL ZEROS
               PERFORM 2000-DEVOLVE-PEDIDO
           END-IF

           IF E-RES-ENTREGUE
               PERFORM 6580-ETAPA-ENTREGA
           END-IF.

       6500-GRAVA-ENTREGAX. EXIT.

      * -----------------------------------
      * ENTREGA INTEGRAL OU PARCIAL: DATA DE ENTREGA NOS PEDIDOS DA
      * PARADA (O REAGENDADO CARREGADO NA DATA E OS FATURADOS DO
      * CLIENTE NA PROPRIA DATA, MESMO CRITERIO DA DEVOLUCAO)
       6580-ETAPA-ENTREGA SECTION.

           MOVE "E" TO LK-ETP-ETAPA
           MOVE WS-DT-ENTREGA TO LK-ETP-DATA

           IF WS-NR-PEDIDO-REA GREATER ZEROS
               MOVE WS-NR-PEDIDO-REA TO LK-ETP-NR-PEDIDO
               CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS
               GO TO 6580-ETAPA-ENTREGAX
           END-IF

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6100-LE-PROX-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK
               IF FS-PED-FATURADO AND
                  FS-PED-CD-CLIENTE EQUAL WS-CD-CLIENTE AND
                  FS-PED-DT-FATURAMENTO EQUAL WS-DT-ENTREGA
                   MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
                   CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS
               END-IF
               PERFORM 6100-LE-PROX-PEDIDO
           END-PERFORM.

       6580-ETAPA-ENTREGAX. EXIT.

      * -----------------------------------
      * PROCURA O PEDIDO REAGENDADO CARREGADO PARA O CLIENTE NA DATA
      * DA ENTREGA: DEFINE O NUMERO DA TENTATIVA E O PEDIDO QUE UMA
      * RECUSA DEFINITIVA DEVOLVE
       6550-BUSCA-REAGENDADO SECTION.

           MOVE ZEROS TO WS-NR-PEDIDO-REA
           MOVE 1     TO WS-NR-TENTATIVA

           IF NOT E-REAGENDA-ABERTO
               GO TO 6550-BUSCA-REAGENDADOX
           END-IF

           MOVE LOW-VALUES TO FS-REA-KEY
           PERFORM 6560-LE-PROX-REAGENDA

           PERFORM UNTIL NOT FS-STAT-REA-OK OR
                         WS-NR-PEDIDO-REA GREATER ZEROS
               IF FS-REA-CARREGADO AND
                  FS-REA-CD-CLIENTE EQUAL WS-CD-CLIENTE AND
                  FS-REA-DT-CARGA EQUAL WS-DT-ENTREGA
                   MOVE FS-REA-NR-PEDIDO TO WS-NR-PEDIDO-REA
                   COMPUTE WS-NR-TENTATIVA = FS-REA-QT-TENTATIVAS + 1
               ELSE
                   PERFORM 6560-LE-PROX-REAGENDA
               END-IF
           END-PERFORM.

       6550-BUSCA-REAGENDADOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REAGENDAMENTO PELA CHAVE
       6560-LE-PROX-REAGENDA SECTION.

           START ARQ-REAGENDA KEY > FS-REA-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REA
               NOT INVALID KEY
                   READ ARQ-REAGENDA NEXT
                       AT END MOVE 99 TO FS-STAT-REA
                   END-READ
           END-START.

       6560-LE-PROX-REAGENDAX. EXIT.

      * -----------------------------------
      * LOCALIZA O PEDIDO FATURADO DO CLIENTE NA DATA E GERA A
      * DEVOLUCAO INTEGRAL (ITENS, CREDITO SOBRE OS TITULOS E
      * EXPOSICAO), COMO NA ENTRADA MANUAL DE DEVOLUCOES
       2000-DEVOLVE-PEDIDO SECTION.

      * ENTREGA DE PEDIDO REAGENDADO DEVOLVE O PROPRIO PEDIDO,
      * FATURADO EM DATA ANTERIOR
           MOVE WS-NR-PEDIDO-REA TO WS-NR-PEDIDO-DEV

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6100-LE-PROX-PEDIDO
               END-IF

               PERFORM 6300-LE-PROX-TITULO
           END-PERFORM

      * CREDITO QUE SOBRA COM OS TITULOS DO PEDIDO JA PAGOS VIRA
      * HAVER DO CLIENTE, COM A DEVOLUCAO COMO DOCUMENTO DE ORIGEM
           IF WS-VL-CREDITO GREATER ZEROS
               MOVE "C" TO LK-HAV-FUNCAO
               MOVE WS-CD-CLIENTE TO LK-HAV-CD-CLIENTE
               MOVE WS-DT-ENTREGA TO LK-HAV-DT-MOVIMENTO
               MOVE "DEVOL" TO LK-HAV-CD-ORIGEM
               MOVE SPACES TO LK-HAV-NR-DOCUMENTO
               MOVE WS-NR-DEVOLUCAO TO LK-HAV-NR-DOCUMENTO
               MOVE WS-VL-CREDITO TO LK-HAV-VL-MOVIMENTO
               MOVE SPACES TO LK-HAV-ID-OPERADOR
               MOVE "DEVOLUCAO APOS O PAGAMENTO" TO LK-HAV-DS-HISTORICO
               CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS
           END-IF.

       2300-ABATE-TITULOSX. EXIT.

      * -----------------------------------
      * DEVOLVE AO CLIENTE A EXPOSICAO DO VALOR ABATIDO DOS TITULOS
       2400-REDUZ-EXPOSICAO SECTION.

      * O QUE VIROU HAVER JA SAIU DA EXPOSICAO NA BAIXA DOS TITULOS
           COMPUTE WS-VL-ABATIDO = WS-VL-DEVOLVIDO - WS-VL-CREDITO

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE

           READ ARQ-CLIENTE

           IF FS-STAT-CLI-OK
               IF FS-CLI-VL-EXPOSICAO GREATER WS-VL-ABATIDO
                   SUBTRACT WS-VL-ABATIDO FROM FS-CLI-VL-EXPOSICAO
               ELSE
                   MOVE ZEROS TO FS-CLI-VL-EXPOSICAO
               END-IF

      * -----------------------------------
      * CARREGA RESULTADOS EM LOTE DE ENTREGA_CARGA.CSV
      * (VENDEDOR;DATA;CLIENTE;RESULTADO;MOTIVO;QT[;MOTORISTA]),
      * PRECEDIDO DE HDR E FECHADO POR TRL CONFORME O PADRAO DE
      * INTERCAMBIO
       1100-CARGA-ENTREGAS SECTION.

           MOVE "02 - CARGA" TO WS-OP
           UNSTRING ARQ-CARGA-LOTE-REC DELIMITED BY ";"
               INTO WS-CAR-VENDEDOR-X WS-CAR-DATA-X WS-CAR-CLIENTE-X
                    WS-CAR-RESULTADO-X WS-CAR-MOTIVO-X WS-CAR-QT-X
                    WS-CAR-MOTORISTA-X
           END-UNSTRING

           COMPUTE WS-CD-VENDEDOR =
           ELSE
               COMPUTE WS-QT-ENTREGUE = FUNCTION NUMVAL(WS-CAR-QT-X)
           END-IF
           MOVE ZEROS TO FS-STAT-MOT
           IF WS-CAR-MOTORISTA-X EQUAL SPACES
               MOVE ZEROS TO WS-CD-MOTORISTA
           ELSE
               COMPUTE WS-CD-MOTORISTA =
                   FUNCTION NUMVAL(WS-CAR-MOTORISTA-X)
               IF WS-CD-MOTORISTA GREATER ZEROS
                   PERFORM 6750-LE-MOTORISTA
               END-IF
           END-IF

           IF WS-CD-VENDEDOR EQUAL ZEROS OR
              WS-CD-CLIENTE EQUAL ZEROS OR
              WS-DT-ENTREGA EQUAL ZEROS OR
              NOT RESULTADO-OK OR
              NOT FS-STAT-MOT-OK
               ADD 1 TO WQT-ARQ-REJEITADOS
           ELSE
               PERFORM 6700-RESOLVE-MOTORISTA
               PERFORM 6500-GRAVA-ENTREGA
               ADD 1 TO WQT-ARQ-GRAVADOS
           END-IF.

       6600-APLICA-LINHA-CARGAX. EXIT.

      * -----------------------------------
      * MOTORISTA NAO INFORMADO: PROCURA O DIA DE CARGA DO VENDEDOR
      * NA DATA QUE TEM A PARADA DO CLIENTE E ASSUME O MOTORISTA
      * ESCALADO NESSE DIA (OU, SEM ESCALA, O DO CABECALHO DO ARQUIVO)
       6700-RESOLVE-MOTORISTA SECTION.

           IF WS-CD-MOTORISTA GREATER ZEROS
               GO TO 6700-RESOLVE-MOTORISTAX
           END-IF

           MOVE ZEROS TO WS-NR-DIA-CARGA
           MOVE 'N' TO WS-FIM-DIAS WS-PARADA-ACHADA

           PERFORM UNTIL E-FIM-DIAS OR E-PARADA-ACHADA
               ADD 1 TO WS-NR-DIA-CARGA
               MOVE ZEROS TO WS-CD-MOT-ARQUIVO

               MOVE SPACES TO WNM-ARQ-DIA-CARGA
               STRING
                 "CARGA_VENDEDOR_" DELIMITED BY SIZE
                 WS-CD-VENDEDOR DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 WS-DT-ENTREGA DELIMITED BY SIZE
                 "_DIA_" DELIMITED BY SIZE
                 WS-NR-DIA-CARGA DELIMITED BY SIZE
                 ".CSV" DELIMITED BY SIZE
                 INTO WNM-ARQ-DIA-CARGA

               OPEN INPUT ARQ-DIA-CARGA

               IF NOT FS-STAT-DIA-OK OR WS-NR-DIA-CARGA EQUAL 999
                   MOVE 'S' TO WS-FIM-DIAS
               ELSE
                   PERFORM 6710-PROCURA-PARADA
                   CLOSE ARQ-DIA-CARGA
               END-IF
           END-PERFORM

           IF E-PARADA-ACHADA
               INITIALIZE LK-ESM-PARAMETERS
               MOVE "C"             TO LK-ESM-FUNCAO
               MOVE WS-DT-ENTREGA   TO LK-ESM-DT-CARGA
               MOVE WS-CD-VENDEDOR  TO LK-ESM-CD-VENDEDOR
               MOVE WS-NR-DIA-CARGA TO LK-ESM-NR-DIA
               CALL 'CBL_ESCALA_MOTORISTA' USING LK-ESM-PARAMETERS
               IF LK-ESM-RC-OK
                   MOVE LK-ESM-CD-MOTORISTA TO WS-CD-MOTORISTA
               ELSE
                   MOVE WS-CD-MOT-ARQUIVO TO WS-CD-MOTORISTA
               END-IF
           END-IF.

       6700-RESOLVE-MOTORISTAX. EXIT.

      * -----------------------------------
      * LE O ARQUIVO DO DIA DE CARGA ATRAS DA PARADA DO CLIENTE,
      * GUARDANDO O MOTORISTA DO CABECALHO
       6710-PROCURA-PARADA SECTION.

           READ ARQ-DIA-CARGA
               AT END MOVE 10 TO FS-STAT-DIA
           END-READ

           PERFORM UNTIL NOT FS-STAT-DIA-OK OR E-PARADA-ACHADA
               MOVE SPACES TO WS-DIA-CAMPOS
               UNSTRING ARQ-DIA-CARGA-REC DELIMITED BY ";"
                   INTO WS-DIA-CAMPO1 WS-DIA-CAMPO2
               END-UNSTRING

               EVALUATE TRUE
                   WHEN ARQ-DIA-CARGA-REC(1:10) EQUAL "MOTORISTA;"
                       COMPUTE WS-CD-MOT-ARQUIVO =
                           FUNCTION NUMVAL(WS-DIA-CAMPO2)
                   WHEN ARQ-DIA-CARGA-REC(1:8) EQUAL "VEICULO;"
                       CONTINUE
                   WHEN ARQ-DIA-CARGA-REC(1:9) EQUAL "DEPOSITO;"
                       CONTINUE
                   WHEN ARQ-DIA-CARGA-REC(1:4) EQUAL "TRL;"
                       CONTINUE
                   WHEN ARQ-DIA-CARGA-REC EQUAL SPACES
                       CONTINUE
                   WHEN FUNCTION NUMVAL(WS-DIA-CAMPO2) EQUAL
                        WS-CD-CLIENTE
                       MOVE 'S' TO WS-PARADA-ACHADA
               END-EVALUATE

               READ ARQ-DIA-CARGA
                   AT END MOVE 10 TO FS-STAT-DIA
               END-READ
           END-PERFORM.

       6710-PROCURA-PARADAX. EXIT.

      * -----------------------------------
      * LE O MOTORISTA INFORMADO (FS-STAT-MOT 23 SE NAO CADASTRADO)
       6750-LE-MOTORISTA SECTION.

           IF E-MOTORISTA-ABERTO
               MOVE WS-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA
               READ ARQ-MOTORISTA
           ELSE
               MOVE 23 TO FS-STAT-MOT
           END-IF.

       6750-LE-MOTORISTAX. EXIT.

      * -----------------------------------
      * DESEMPENHO DO VENDEDOR/DIA: PARADAS PLANEJADAS DA
      * DISTRIBUICAO X RESULTADOS REGISTRADOS E O RANKING DE

               MOVE ZEROS TO WQT-PLANEJADAS WQT-COMPLETADAS
                             WQT-PARCIAIS WQT-RECUSADAS WQT-AUSENTES
                             WS-TAB-MOT-QTD WS-TAB-TEN-QTD

               PERFORM 3100-CONTA-PLANEJADAS
               PERFORM 3200-CONTA-RESULTADOS
                       ADD 1 TO WQT-AUSENTES
               END-EVALUATE

               IF WS-TAB-TEN-QTD LESS 500
                   ADD 1 TO WS-TAB-TEN-QTD
                   MOVE FS-ENT-CD-CLIENTE
                     TO WS-TAB-TEN-CLIENTE(WS-TAB-TEN-QTD)
                   MOVE FS-ENT-CD-RESULTADO
                     TO WS-TAB-TEN-RESULTADO(WS-TAB-TEN-QTD)
                   MOVE FS-ENT-CD-MOTIVO
                     TO WS-TAB-TEN-MOTIVO(WS-TAB-TEN-QTD)
                   IF FS-ENT-NR-TENTATIVA IS NUMERIC AND
                      FS-ENT-NR-TENTATIVA GREATER ZEROS
                       MOVE FS-ENT-NR-TENTATIVA
                         TO WS-TAB-TEN-TENTATIVA(WS-TAB-TEN-QTD)
                   ELSE
                       MOVE 1 TO WS-TAB-TEN-TENTATIVA(WS-TAB-TEN-QTD)
                   END-IF
               END-IF

               PERFORM 6400-LE-PROX-ENTREGA
           END-PERFORM

               PERFORM 6470-GRAVA-MAIOR-MOTIVO
           END-PERFORM

           MOVE "TENTATIVAS POR ENTREGA (CLIENTE RESULT MOTIVO TENT.):"
             TO ARQ-DESEMPENHO-REC
           WRITE ARQ-DESEMPENHO-REC

           PERFORM VARYING WS-TEN-IDX FROM 1 BY 1
             UNTIL WS-TEN-IDX GREATER WS-TAB-TEN-QTD
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "  " WS-TAB-TEN-CLIENTE(WS-TEN-IDX)
                        DELIMITED BY SIZE
                      "  " WS-TAB-TEN-RESULTADO(WS-TEN-IDX)
                        DELIMITED BY SIZE
                      "       " WS-TAB-TEN-MOTIVO(WS-TEN-IDX)
                        DELIMITED BY SIZE
                      "     " WS-TAB-TEN-TENTATIVA(WS-TEN-IDX)
                        DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-DESEMPENHO-REC
               WRITE ARQ-DESEMPENHO-REC
           END-PERFORM

           CLOSE ARQ-DESEMPENHO.

       3300-GRAVA-DESEMPENHOX. EXIT.

       6470-GRAVA-MAIOR-MOTIVOX. EXIT.

      * -----------------------------------
      * DESEMPENHO POR MOTORISTA NO PERIODO: ENTREGAS INTEGRAIS,
      * PARCIAIS, RECUSADAS E AUSENTES E O PERCENTUAL DE INTEGRAIS
       1300-DESEMPENHO-MOTORISTA SECTION.

           MOVE "04 - DESEMPENHO MOTORISTA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE WS-DT-HOJE TO WS-DT-INICIO WS-DT-FIM
           MOVE "01" TO WS-DT-INICIO(7:2)

           DISPLAY SS-CLS
           ACCEPT SS-TELA-PERIODO

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-DT-INICIO GREATER ZEROS AND
              WS-DT-FIM NOT LESS WS-DT-INICIO

               INITIALIZE WS-TAB-DRV
               MOVE 1 TO WS-TAB-DRV-QTD

               PERFORM 5000-ABRIR-ARQUIVOS

               MOVE LOW-VALUES TO FS-ENT-KEY
               PERFORM 6400-LE-PROX-ENTREGA

               PERFORM UNTIL NOT FS-STAT-ENT-OK
                   IF FS-ENT-DT-ENTREGA NOT LESS WS-DT-INICIO AND
                      FS-ENT-DT-ENTREGA NOT GREATER WS-DT-FIM
                       PERFORM 6460-ACUMULA-MOTORISTA
                   END-IF
                   PERFORM 6400-LE-PROX-ENTREGA
               END-PERFORM

               PERFORM 3400-GRAVA-DESEMP-MOTORISTA

               PERFORM 7000-FECHA-ARQUIVOS

               MOVE SPACES TO WS-MSGERRO
               STRING "DESEMPENHO GERADO EM " DELIMITED BY SIZE
                      WNM-ARQ-DESEMPENHO DELIMITED BY "  "
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC
                   MOVE "PERIODO INVALIDO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       1300-DESEMPENHO-MOTORISTAX. EXIT.

      * -----------------------------------
      * ACUMULA A ENTREGA CORRENTE NO MOTORISTA QUE A FEZ; REGISTRO
      * SEM MOTORISTA VAI PARA A POSICAO 1 (NAO IDENTIFICADO)
       6460-ACUMULA-MOTORISTA SECTION.

           MOVE 1 TO WS-DRV-IDX

           IF FS-ENT-CD-MOTORISTA IS NUMERIC AND
              FS-ENT-CD-MOTORISTA GREATER ZEROS
               MOVE ZEROS TO WS-DRV-IDX
               PERFORM VARYING WS-DRV-IDX2 FROM 2 BY 1
                 UNTIL WS-DRV-IDX2 GREATER WS-TAB-DRV-QTD OR
                       WS-DRV-IDX GREATER ZEROS
                   IF WS-TAB-DRV-CD(WS-DRV-IDX2) EQUAL
                      FS-ENT-CD-MOTORISTA
                       MOVE WS-DRV-IDX2 TO WS-DRV-IDX
                   END-IF
               END-PERFORM

               IF WS-DRV-IDX EQUAL ZEROS AND WS-TAB-DRV-QTD LESS 200
                   ADD 1 TO WS-TAB-DRV-QTD
                   MOVE WS-TAB-DRV-QTD TO WS-DRV-IDX
                   MOVE FS-ENT-CD-MOTORISTA
                     TO WS-TAB-DRV-CD(WS-DRV-IDX)
               END-IF
           END-IF

           IF WS-DRV-IDX GREATER ZEROS
               EVALUATE TRUE
                   WHEN FS-ENT-INTEGRAL
                       ADD 1 TO WS-TAB-DRV-INTEGRAL(WS-DRV-IDX)
                   WHEN FS-ENT-PARCIAL
                       ADD 1 TO WS-TAB-DRV-PARCIAL(WS-DRV-IDX)
                   WHEN FS-ENT-RECUSADA
                       ADD 1 TO WS-TAB-DRV-RECUSADA(WS-DRV-IDX)
                   WHEN FS-ENT-AUSENTE
                       ADD 1 TO WS-TAB-DRV-AUSENTE(WS-DRV-IDX)
               END-EVALUATE
           END-IF.

       6460-ACUMULA-MOTORISTAX. EXIT.

      * -----------------------------------
      * GRAVA O DESEMPENHO POR MOTORISTA EM ORDEM DE CODIGO
       3400-GRAVA-DESEMP-MOTORISTA SECTION.

           MOVE SPACES TO WNM-ARQ-DESEMPENHO
           STRING "DESEMPENHO_MOTORISTA_" DELIMITED BY SIZE
                  WS-DT-FIM ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-DESEMPENHO

           OPEN OUTPUT ARQ-DESEMPENHO

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "DESEMPENHO DE ENTREGA POR MOTORISTA - PERIODO "
                    DELIMITED BY SIZE
                  WS-DT-INICIO " A " WS-DT-FIM DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DESEMPENHO-REC
           WRITE ARQ-DESEMPENHO-REC

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "MOTOR NOME                           "
                  "ENTREG INTEG  PARC.  RECUS  AUSEN  %INT."
                  DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DESEMPENHO-REC
           WRITE ARQ-DESEMPENHO-REC

           PERFORM WS-TAB-DRV-QTD TIMES
               PERFORM 6480-GRAVA-MENOR-MOTORISTA
           END-PERFORM

           CLOSE ARQ-DESEMPENHO.

       3400-GRAVA-DESEMP-MOTORISTAX. EXIT.

      * -----------------------------------
      * GRAVA O MOTORISTA DE MENOR CODIGO AINDA NAO LISTADO
       6480-GRAVA-MENOR-MOTORISTA SECTION.

           MOVE ZEROS TO WS-DRV-IDX

           PERFORM VARYING WS-DRV-IDX2 FROM 1 BY 1
             UNTIL WS-DRV-IDX2 GREATER WS-TAB-DRV-QTD
               IF WS-TAB-DRV-IMPRESSO(WS-DRV-IDX2) NOT EQUAL 'S'
                   IF WS-DRV-IDX EQUAL ZEROS
                       MOVE WS-DRV-IDX2 TO WS-DRV-IDX
                   ELSE
                       IF WS-TAB-DRV-CD(WS-DRV-IDX2) LESS
                          WS-TAB-DRV-CD(WS-DRV-IDX)
                           MOVE WS-DRV-IDX2 TO WS-DRV-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DRV-IDX EQUAL ZEROS
               GO TO 6480-GRAVA-MENOR-MOTORISTAX
           END-IF

           MOVE 'S' TO WS-TAB-DRV-IMPRESSO(WS-DRV-IDX)

           COMPUTE WS-DRV-TOTAL = WS-TAB-DRV-INTEGRAL(WS-DRV-IDX)
                                + WS-TAB-DRV-PARCIAL(WS-DRV-IDX)
                                + WS-TAB-DRV-RECUSADA(WS-DRV-IDX)
                                + WS-TAB-DRV-AUSENTE(WS-DRV-IDX)

      * POSICAO 1 SEM NENHUMA ENTREGA NAO E LISTADA
           IF WS-DRV-TOTAL EQUAL ZEROS
               GO TO 6480-GRAVA-MENOR-MOTORISTAX
           END-IF

           COMPUTE WS-PC-INTEGRAL ROUNDED =
               WS-TAB-DRV-INTEGRAL(WS-DRV-IDX) * 100 / WS-DRV-TOTAL
           MOVE WS-PC-INTEGRAL TO WS-ED-PC-INTEGRAL

           MOVE SPACES TO WS-DRV-NOME
           IF WS-TAB-DRV-CD(WS-DRV-IDX) EQUAL ZEROS
               MOVE "NAO IDENTIFICADO" TO WS-DRV-NOME
           ELSE
               MOVE WS-TAB-DRV-CD(WS-DRV-IDX) TO WS-CD-MOTORISTA
               PERFORM 6750-LE-MOTORISTA
               IF FS-STAT-MOT-OK
                   MOVE FS-MOT-NM-MOTORISTA TO WS-DRV-NOME
               ELSE
                   MOVE "NAO CADASTRADO" TO WS-DRV-NOME
               END-IF
           END-IF

           MOVE SPACES TO WS-LIN-TEXTO
           STRING WS-TAB-DRV-CD(WS-DRV-IDX) DELIMITED BY SIZE
                  " " WS-DRV-NOME DELIMITED BY SIZE
                  " " WS-DRV-TOTAL DELIMITED BY SIZE
                  " " WS-TAB-DRV-INTEGRAL(WS-DRV-IDX) DELIMITED BY SIZE
                  "  " WS-TAB-DRV-PARCIAL(WS-DRV-IDX) DELIMITED BY SIZE
                  "  " WS-TAB-DRV-RECUSADA(WS-DRV-IDX)
                    DELIMITED BY SIZE
                  "  " WS-TAB-DRV-AUSENTE(WS-DRV-IDX) DELIMITED BY SIZE
                  "  " WS-ED-PC-INTEGRAL DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DESEMPENHO-REC
           WRITE ARQ-DESEMPENHO-REC.

       6480-GRAVA-MENOR-MOTORISTAX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO REGISTRO DE ENTREGAS
       5000-ABRIR-ARQUIVOS SECTION.
               OPEN OUTPUT ARQ-DEVITEM
               CLOSE ARQ-DEVITEM
               OPEN I-O ARQ-DEVITEM
           END-IF

           MOVE 'N' TO WS-MOTORISTA-ABERTO
           OPEN INPUT ARQ-MOTORISTA
           IF FS-STAT-MOT-OK
               MOVE 'S' TO WS-MOTORISTA-ABERTO
           END-IF

           MOVE 'N' TO WS-REAGENDA-ABERTO
           OPEN INPUT ARQ-REAGENDA
           IF FS-STAT-REA-OK
               MOVE 'S' TO WS-REAGENDA-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.
           CLOSE ARQ-RECEBER
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-DEVOLUCAO
           CLOSE ARQ-DEVITEM

           IF E-MOTORISTA-ABERTO
               CLOSE ARQ-MOTORISTA
               MOVE 'N' TO WS-MOTORISTA-ABERTO
           END-IF

           IF E-REAGENDA-ABERTO
               CLOSE ARQ-REAGENDA
               MOVE 'N' TO WS-REAGENDA-ABERTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

