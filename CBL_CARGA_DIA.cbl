      * (SOBRECARGA_<AAAAMMDD>.TXT). GERA UM ARQUIVO DATADO POR
      * VENDEDOR POR DIA (CARGA_VENDEDOR_<CD>_<AAAAMMDD>_DIA_<N>)
      * COM TRAILER DE RESUMO DO DIA.
      * CADA PARADA SAI DO DEPOSITO QUE ATENDE A REGIAO DO CLIENTE
      * (OU DO DEPOSITO DO PEDIDO FATURADO, QUANDO HOUVER): AS PARADAS
      * DO VENDEDOR SAO DISTRIBUIDAS EM DIAS DEPOSITO A DEPOSITO, SEM
      * MISTURAR DEPOSITOS NO MESMO DIA, E O DEPOSITO VAI NA LINHA
      * DEPOSITO; DO CABECALHO DO ARQUIVO DO DIA.
      * CADA DIA RECEBE TAMBEM UM MOTORISTA APTO (CNH VALIDA NA DATA,
      * CATEGORIA COMPATIVEL COM O VEICULO E SEM OUTRA CARGA NA
      * DATA), ESCALADO VIA CBL_ESCALA_MOTORISTA E GRAVADO NA LINHA
      * MOTORISTA; DO CABECALHO. A REMONTAGEM DA CARGA DE UMA DATA
      * LIMPA A ESCALA ANTERIOR DA DATA; DIA SEM MOTORISTA APTO E
      * CONTADO NO RESULTADO E PODE SER ESCALADO NO CADASTRO DE
      * MOTORISTAS.
      * PEDIDOS COM ENTREGA FRUSTRADA REAGENDADOS POR
      * CBL_REAGENDA_ENTREGA (ARQ-REAGENDA PENDENTE COM DATA PREVISTA
      * ATE A DATA DA CARGA) VOLTAM NA CARGA DO MESMO VENDEDOR (OU DO
      * SEU COBRIDOR), JUNTO DA PARADA DO CLIENTE OU COMO PARADA
      * NOVA, COM O PESO DO PEDIDO. CLIENTE COM FERIADO REGIONAL NA
      * DATA FICA PARA O PROXIMO DIA UTIL. A PARADA REAGENDADA RESPEITA
      * A JANELA DE ATENDIMENTO DO CLIENTE: CHEGADA PREVISTA ANTES DO
      * INICIO ESPERA A ABERTURA E CHEGADA DEPOIS DO FIM PASSA A
      * PARADA PARA UM DIA NOVO (ETA PELOS PARAMETROS
      * VELOCIDADE-MEDIA, TEMPO-PARADA E HORA-SAIDA DA ROTEIRIZACAO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CARGA_DIA.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-AUS.

           SELECT ARQ-REAGENDA ASSIGN TO DISK WID-ARQ-REAGENDA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-AUSENCIA.
       COPY FS-ARQ-AUSENCIA.

       FD ARQ-REAGENDA.
       COPY FS-ARQ-REAGENDA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
       77 WS-TAB-AUS-IDX PIC 9(003) VALUE ZEROS.
       77 WS-CD-VEN-EFETIVO PIC 9(007) VALUE ZEROS.

      * PEDIDOS REAGENDADOS APOS ENTREGA FRUSTRADA (SEM O ARQUIVO DE
      * REAGENDAMENTO A CARGA SAI SO COM AS ROTAS DA DATA)
       77 FS-STAT-REA PIC 9(02).
           88 FS-STAT-REA-OK         VALUE 00.
           88 FS-STAT-REA-NAO-EXISTE VALUE 35.

       77 WS-REAGENDA-ABERTO PIC X VALUE 'N'.
           88 E-REAGENDA-ABERTO VALUE 'S'.

      * CALCULO DE ETA DAS PARADAS (MESMOS PARAMETROS E PADROES DA
      * ROTEIRIZACAO), USADO NA JANELA DAS PARADAS REAGENDADAS
       77 WS-VL-VELOCIDADE PIC 9(003) VALUE 40.
       77 WS-QT-MIN-PARADA PIC 9(003) VALUE 15.
       01 WS-HR-SAIDA      PIC 9(004) VALUE 0800.
       01 WS-HR-SAIDA-DEC REDEFINES WS-HR-SAIDA.
           05 WS-SAIDA-HORA    PIC 9(002).
           05 WS-SAIDA-MINUTO  PIC 9(002).
       77 WS-MIN-RELOGIO   PIC 9(005) VALUE ZEROS.
       77 WS-MIN-CHEGADA   PIC 9(005) VALUE ZEROS.
       01 WS-HR-ETA        PIC 9(004) VALUE ZEROS.
       01 WS-HR-ETA-DEC REDEFINES WS-HR-ETA.
           05 WS-ETA-HORA    PIC 9(002).
           05 WS-ETA-MINUTO  PIC 9(002).
       01 WS-HR-JANELA     PIC 9(004) VALUE ZEROS.
       01 WS-HR-JANELA-DEC REDEFINES WS-HR-JANELA.
           05 WS-JANELA-HORA    PIC 9(002).
           05 WS-JANELA-MINUTO  PIC 9(002).

       77 WS-PESO-DIA    PIC 9(009)V999 VALUE ZEROS.
       77 WS-PESO-PEDIDO PIC 9(009)V999 VALUE ZEROS.
       77 WS-ED-PESO PIC -9(007).999.

       77 WNM-ARQ-CARGA PIC X(50) VALUE SPACES.
       77 WS-LINHA-CARGA PIC X(300) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
               10 WS-TAB-PAR-LON      PIC S9(003)V9(008).
               10 WS-TAB-PAR-USADA    PIC X(001).
               10 WS-TAB-PAR-PESO     PIC 9(009)V999.
               10 WS-TAB-PAR-DEPOSITO PIC 9(003).
               10 WS-TAB-PAR-JAN-INI  PIC 9(004).
               10 WS-TAB-PAR-JAN-FIM  PIC 9(004).
      * PARADA COM PEDIDO REAGENDADO E NUMERO DA TENTATIVA
               10 WS-TAB-PAR-REAGENDA PIC X(001).
               10 WS-TAB-PAR-TENTATIVA PIC 9(002).
       77 WS-TAB-PAR-QTD  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-PAR-IDX  PIC 9(004) VALUE ZEROS.
       77 WS-TAB-PAR-MIN  PIC 9(004) VALUE ZEROS.
       77 WS-PAR-ACHADO-IDX PIC 9(004) VALUE ZEROS.
       77 WS-PAR-PERDIDAS PIC 9(005) VALUE ZEROS.

      * DEPOSITOS DAS PARADAS DO VENDEDOR; CADA DIA E DE UM DEPOSITO
       01 WS-TAB-DEPOSITO.
           05 WS-TAB-DEP-CD OCCURS 50 PIC 9(003).
       77 WS-TAB-DEP-QTD PIC 9(003) VALUE ZEROS.
       77 WS-TAB-DEP-IDX PIC 9(003) VALUE ZEROS.
       77 WS-DEP-ACHADO  PIC X VALUE 'N'.
           88 E-DEP-ACHADO VALUE 'S'.
       77 WS-CD-DEPOSITO-DIA PIC 9(003) VALUE ZEROS.

       77 WS-POS-LAT PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-POS-LON PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-DIST-MIN PIC S9(008)V9(008) VALUE ZEROS.
           05 WQT-ARQ-DIAS       PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-PARADAS    PIC 9(9) VALUE ZEROS.
           05 WQT-SOBRECARGAS    PIC 9(9) VALUE ZEROS.
           05 WQT-SEM-MOTORISTA  PIC 9(9) VALUE ZEROS.
           05 WQT-REAGENDADOS    PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_CSV.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_REAGENDA.

       COPY CPY_CALC_DISTANCIA.


       COPY CPY_DIA_UTIL.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_ESCALA_MOTORISTA.

       COPY CPY_LE_PARAMETRO.

       COPY screenio.

       LINKAGE SECTION.
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-PARADAS.
           05 LINE 17 COLUMN 05 VALUE "Paradas em Sobrecarga:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-SOBRECARGAS.
           05 LINE 18 COLUMN 05 VALUE "Dias sem Motorista:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-SEM-MOTORISTA.
           05 LINE 19 COLUMN 05 VALUE "Pedidos Reagendados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-REAGENDADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.

       0000-PRINCIPAL SECTION.

           MOVE "VELOCIDADE-MEDIA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-VL-VELOCIDADE =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "TEMPO-PARADA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-MIN-PARADA =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "HORA-SAIDA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-HR-SAIDA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
                   OPEN INPUT ARQ-PRODUTO
               END-IF

               MOVE 'N' TO WS-REAGENDA-ABERTO
               OPEN I-O ARQ-REAGENDA
               IF FS-STAT-REA-OK
                   MOVE 'S' TO WS-REAGENDA-ABERTO
               END-IF

               MOVE SPACES TO WNM-ARQ-SOBRECARGA
               STRING "SOBRECARGA_" DELIMITED BY SIZE
                      WS-DT-EXECUCAO ".TXT" DELIMITED BY SIZE
                 INTO WNM-ARQ-SOBRECARGA
               OPEN OUTPUT ARQ-SOBRECARGA

      * A CARGA DA DATA E REMONTADA DO ZERO, INCLUSIVE A ESCALA
               INITIALIZE LK-ESM-PARAMETERS
               MOVE "L"            TO LK-ESM-FUNCAO
               MOVE WS-DT-EXECUCAO TO LK-ESM-DT-CARGA
               CALL 'CBL_ESCALA_MOTORISTA' USING LK-ESM-PARAMETERS

      * PERCORRE O PROPRIO CADASTRO DE VENDEDORES, SEM TETO DE
      * CAPACIDADE; VENDEDOR SEM ATRIBUICAO NA DATA SO NAO GERA DIA
               MOVE LOW-VALUES TO FS-VEN-KEY
                   CLOSE ARQ-PRODUTO
               END-IF

               IF E-REAGENDA-ABERTO
                   CLOSE ARQ-REAGENDA
               END-IF

               IF WS-PAR-PERDIDAS GREATER ZEROS
                   STRING
                     "ATENCAO: LIMITE DE 1000 PARADAS POR VENDEDOR "
                             TO WS-TAB-PAR-RAZAO(WS-TAB-PAR-QTD)
                           MOVE 'N'
                             TO WS-TAB-PAR-USADA(WS-TAB-PAR-QTD)
                                WS-TAB-PAR-REAGENDA(WS-TAB-PAR-QTD)
                           MOVE ZEROS
                             TO WS-TAB-PAR-PESO(WS-TAB-PAR-QTD)
                                WS-TAB-PAR-TENTATIVA(WS-TAB-PAR-QTD)
                           PERFORM 6400-BUSCA-COORDENADA-CLIENTE
                       ELSE
                           ADD 1 TO WS-PAR-PERDIDAS

           CLOSE ARQ-CSV

           IF WS-TAB-PAR-QTD GREATER ZEROS AND E-PEDIDO-ABERTO
               PERFORM 2150-CALCULA-PESOS
           END-IF

      * OS REAGENDADOS ENTRAM DEPOIS DO PESO DAS PARADAS DA ROTA,
      * SOMANDO O PESO DO PROPRIO PEDIDO
           IF E-REAGENDA-ABERTO
               PERFORM 2160-INCLUI-REAGENDADOS
           END-IF

           IF WS-TAB-PAR-QTD GREATER ZEROS
               PERFORM 2200-DISTRIBUI-EM-DIAS
               ADD 1 TO WQT-ARQ-VENDEDORES
           END-IF.

       6460-RESOLVE-EFETIVOX. EXIT.

      * -----------------------------------
      * RESOLVE O VENDEDOR EFETIVO DO PEDIDO REAGENDADO NA DATA DA
      * CARGA, PELA MESMA TABELA DE AUSENCIAS
       6465-RESOLVE-EFETIVO-REAGENDA SECTION.

           MOVE FS-REA-CD-VENDEDOR TO WS-CD-VEN-EFETIVO

           PERFORM VARYING WS-TAB-AUS-IDX FROM 1 BY 1
             UNTIL WS-TAB-AUS-IDX GREATER WS-TAB-AUS-QTD
               IF WS-TAB-AUS-VENDEDOR(WS-TAB-AUS-IDX) EQUAL
                  FS-REA-CD-VENDEDOR AND
                  WS-DT-EXECUCAO NOT LESS
                      WS-TAB-AUS-INICIO(WS-TAB-AUS-IDX) AND
                  WS-DT-EXECUCAO NOT GREATER
                      WS-TAB-AUS-FIM(WS-TAB-AUS-IDX)
                   MOVE WS-TAB-AUS-COBERTURA(WS-TAB-AUS-IDX)
                     TO WS-CD-VEN-EFETIVO
               END-IF
           END-PERFORM.

       6465-RESOLVE-EFETIVO-REAGENDAX. EXIT.


      * -----------------------------------
      * CALCULA O PESO DE CADA PARADA: SOMA DOS PEDIDOS FATURADOS
                       PERFORM 6850-PESA-PEDIDO
                       ADD WS-PESO-PEDIDO
                         TO WS-TAB-PAR-PESO(WS-PAR-ACHADO-IDX)
      * O PEDIDO FATURADO SAI DO DEPOSITO EM QUE FOI RESERVADO
                       IF FS-PED-CD-DEPOSITO IS NUMERIC AND
                          FS-PED-CD-DEPOSITO GREATER ZEROS
                           MOVE FS-PED-CD-DEPOSITO
                             TO WS-TAB-PAR-DEPOSITO(WS-PAR-ACHADO-IDX)
                       END-IF
                   END-IF
               END-IF


       2150-CALCULA-PESOSX. EXIT.

      * -----------------------------------
      * INCLUI NA CARGA DO VENDEDOR OS PEDIDOS REAGENDADOS PARA A
      * DATA: PENDENTES COM DATA PREVISTA ATE A CARGA, OU JA
      * CARREGADOS NESTA MESMA DATA (REMONTAGEM DA CARGA)
       2160-INCLUI-REAGENDADOS SECTION.

           MOVE LOW-VALUES TO FS-REA-KEY
           PERFORM 6880-LE-PROX-REAGENDA

           PERFORM UNTIL NOT FS-STAT-REA-OK

               IF (FS-REA-PENDENTE AND
                   FS-REA-DT-PREVISTA NOT GREATER WS-DT-EXECUCAO) OR
                  (FS-REA-CARREGADO AND
                   FS-REA-DT-CARGA EQUAL WS-DT-EXECUCAO)
                   PERFORM 6465-RESOLVE-EFETIVO-REAGENDA
                   IF WS-CD-VEN-EFETIVO EQUAL FS-VEN-CD-VENDEDOR
                       PERFORM 2170-ACOMODA-REAGENDADO
                   END-IF
               END-IF

               PERFORM 6880-LE-PROX-REAGENDA
           END-PERFORM.

       2160-INCLUI-REAGENDADOSX. EXIT.

      * -----------------------------------
      * COLOCA O PEDIDO REAGENDADO CORRENTE NA PARADA DO CLIENTE
      * (CRIANDO A PARADA SE A ROTA DA DATA NAO A TEM) E MARCA O
      * REAGENDAMENTO COMO CARREGADO NA DATA
       2170-ACOMODA-REAGENDADO SECTION.

           MOVE FS-REA-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               GO TO 2170-ACOMODA-REAGENDADOX
           END-IF

      * FERIADO NA REGIAO DO CLIENTE: O PEDIDO CONTINUA PENDENTE E
      * ENTRA NA CARGA DO PROXIMO DIA UTIL DELE
           MOVE "T"              TO LK-DUT-FUNCAO
           MOVE WS-DT-EXECUCAO   TO LK-DUT-DT-DATA
           MOVE FS-CLI-CD-REGIAO TO LK-DUT-CD-REGIAO
           CALL 'CBL_DIA_UTIL' USING LK-DUT-PARAMETERS
           IF LK-DUT-NAO-UTIL
               GO TO 2170-ACOMODA-REAGENDADOX
           END-IF

           MOVE ZEROS TO WS-PAR-ACHADO-IDX
           PERFORM VARYING WS-TAB-PAR-IDX FROM 1 BY 1
             UNTIL WS-TAB-PAR-IDX GREATER WS-TAB-PAR-QTD
               IF WS-TAB-PAR-CD(WS-TAB-PAR-IDX) EQUAL
                  FS-REA-CD-CLIENTE
                   MOVE WS-TAB-PAR-IDX TO WS-PAR-ACHADO-IDX
               END-IF
           END-PERFORM

           IF WS-PAR-ACHADO-IDX EQUAL ZEROS
               IF WS-TAB-PAR-QTD NOT LESS 1000
                   ADD 1 TO WS-PAR-PERDIDAS
                   GO TO 2170-ACOMODA-REAGENDADOX
               END-IF
               ADD 1 TO WS-TAB-PAR-QTD
               MOVE FS-REA-CD-CLIENTE
                 TO WS-TAB-PAR-CD(WS-TAB-PAR-QTD)
               MOVE FS-CLI-NM-RAZAO-SOCIAL
                 TO WS-TAB-PAR-RAZAO(WS-TAB-PAR-QTD)
               MOVE 'N' TO WS-TAB-PAR-USADA(WS-TAB-PAR-QTD)
               MOVE ZEROS TO WS-TAB-PAR-PESO(WS-TAB-PAR-QTD)
               PERFORM 6400-BUSCA-COORDENADA-CLIENTE
               MOVE WS-TAB-PAR-QTD TO WS-PAR-ACHADO-IDX
           END-IF

           MOVE 'S' TO WS-TAB-PAR-REAGENDA(WS-PAR-ACHADO-IDX)
           COMPUTE WS-TAB-PAR-TENTATIVA(WS-PAR-ACHADO-IDX) =
               FS-REA-QT-TENTATIVAS + 1

           IF E-PEDIDO-ABERTO
               MOVE FS-REA-NR-PEDIDO TO FS-PED-NR-PEDIDO
               READ ARQ-PEDIDO
               IF FS-STAT-PED-OK
                   PERFORM 6850-PESA-PEDIDO
                   ADD WS-PESO-PEDIDO
                     TO WS-TAB-PAR-PESO(WS-PAR-ACHADO-IDX)
                   IF FS-PED-CD-DEPOSITO IS NUMERIC AND
                      FS-PED-CD-DEPOSITO GREATER ZEROS
                       MOVE FS-PED-CD-DEPOSITO
                         TO WS-TAB-PAR-DEPOSITO(WS-PAR-ACHADO-IDX)
                   END-IF
               END-IF
           END-IF

           MOVE "C"            TO FS-REA-IND-SITUACAO
           MOVE WS-DT-EXECUCAO TO FS-REA-DT-CARGA
           REWRITE ARQ-REAGENDA-REC
           ADD 1 TO WQT-REAGENDADOS.

       2170-ACOMODA-REAGENDADOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REAGENDAMENTO PELA CHAVE
       6880-LE-PROX-REAGENDA SECTION.

           START ARQ-REAGENDA KEY > FS-REA-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REA
               NOT INVALID KEY
                   READ ARQ-REAGENDA NEXT
                       AT END MOVE 99 TO FS-STAT-REA
                   END-READ
           END-START.

       6880-LE-PROX-REAGENDAX. EXIT.

      * -----------------------------------
      * SOMA O PESO DAS LINHAS DO PEDIDO CORRENTE
       6850-PESA-PEDIDO SECTION.
       6870-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * BUSCA AS COORDENADAS DO CLIENTE DA PARADA RECEM CARREGADA E
      * O DEPOSITO QUE ATENDE A REGIAO DELE
       6400-BUSCA-COORDENADA-CLIENTE SECTION.

           MOVE WS-TAB-PAR-CD(WS-TAB-PAR-QTD) TO FS-CLI-CD-CLIENTE
               INVALID KEY
                   MOVE ZEROS TO WS-TAB-PAR-LAT(WS-TAB-PAR-QTD)
                                 WS-TAB-PAR-LON(WS-TAB-PAR-QTD)
                                 WS-TAB-PAR-JAN-INI(WS-TAB-PAR-QTD)
                                 WS-TAB-PAR-JAN-FIM(WS-TAB-PAR-QTD)
                   MOVE SPACES TO LK-DPR-CD-REGIAO
               NOT INVALID KEY
                   MOVE FS-CLI-VL-LATITUDE
                     TO WS-TAB-PAR-LAT(WS-TAB-PAR-QTD)
                   MOVE FS-CLI-VL-LONGITUDE
                     TO WS-TAB-PAR-LON(WS-TAB-PAR-QTD)
                   MOVE FS-CLI-HR-JANELA-INI
                     TO WS-TAB-PAR-JAN-INI(WS-TAB-PAR-QTD)
                   MOVE FS-CLI-HR-JANELA-FIM
                     TO WS-TAB-PAR-JAN-FIM(WS-TAB-PAR-QTD)
                   MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
           END-READ

           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO
             TO WS-TAB-PAR-DEPOSITO(WS-TAB-PAR-QTD).

       6400-BUSCA-COORDENADA-CLIENTEX. EXIT.

      * -----------------------------------
      * DISTRIBUI AS PARADAS EM DIAS DE ENTREGA, DEPOSITO A
      * DEPOSITO, NA ORDEM VIZINHO MAIS PROXIMO A PARTIR DA BASE DO
      * VENDEDOR; OS DIAS SAO NUMERADOS EM SEQUENCIA ENTRE OS
      * DEPOSITOS
       2200-DISTRIBUI-EM-DIAS SECTION.

           MOVE ZEROS TO WS-NR-DIA WS-KM-DIA WS-QT-PARADAS-DIA
           MOVE 'N' TO WS-DIA-ABERTO

           PERFORM 2250-LISTA-DEPOSITOS

           PERFORM VARYING WS-TAB-DEP-IDX FROM 1 BY 1
             UNTIL WS-TAB-DEP-IDX GREATER WS-TAB-DEP-QTD

               MOVE WS-TAB-DEP-CD(WS-TAB-DEP-IDX) TO WS-CD-DEPOSITO-DIA
               MOVE FS-VEN-VL-LATITUDE  TO WS-POS-LAT
               MOVE FS-VEN-VL-LONGITUDE TO WS-POS-LON

               PERFORM WS-TAB-PAR-QTD TIMES
                   PERFORM 6500-ESCOLHE-MAIS-PROXIMA
                   IF WS-TAB-PAR-MIN GREATER ZEROS
                       PERFORM 6600-ACOMODA-PARADA
                   END-IF
               END-PERFORM

               IF E-DIA-ABERTO
                   PERFORM 6750-FECHA-DIA
               END-IF
           END-PERFORM.

       2200-DISTRIBUI-EM-DIASX. EXIT.

      * -----------------------------------
      * MONTA A LISTA DOS DEPOSITOS DISTINTOS DAS PARADAS
       2250-LISTA-DEPOSITOS SECTION.

           MOVE ZEROS TO WS-TAB-DEP-QTD

           PERFORM VARYING WS-TAB-PAR-IDX FROM 1 BY 1
             UNTIL WS-TAB-PAR-IDX GREATER WS-TAB-PAR-QTD

               MOVE 'N' TO WS-DEP-ACHADO
               PERFORM VARYING WS-TAB-DEP-IDX FROM 1 BY 1
                 UNTIL WS-TAB-DEP-IDX GREATER WS-TAB-DEP-QTD OR
                       E-DEP-ACHADO
                   IF WS-TAB-DEP-CD(WS-TAB-DEP-IDX) EQUAL
                      WS-TAB-PAR-DEPOSITO(WS-TAB-PAR-IDX)
                       MOVE 'S' TO WS-DEP-ACHADO
                   END-IF
               END-PERFORM

               IF NOT E-DEP-ACHADO AND WS-TAB-DEP-QTD LESS 50
                   ADD 1 TO WS-TAB-DEP-QTD
                   MOVE WS-TAB-PAR-DEPOSITO(WS-TAB-PAR-IDX)
                     TO WS-TAB-DEP-CD(WS-TAB-DEP-QTD)
               END-IF
           END-PERFORM.

       2250-LISTA-DEPOSITOSX. EXIT.

      * -----------------------------------
      * ESCOLHE A PARADA NAO USADA DO DEPOSITO CORRENTE MAIS PROXIMA
      * DA POSICAO ATUAL
       6500-ESCOLHE-MAIS-PROXIMA SECTION.

           MOVE ZEROS TO WS-TAB-PAR-MIN
           PERFORM VARYING WS-TAB-PAR-IDX FROM 1 BY 1
             UNTIL WS-TAB-PAR-IDX GREATER WS-TAB-PAR-QTD

               IF WS-TAB-PAR-USADA(WS-TAB-PAR-IDX) EQUAL 'N' AND
                  WS-TAB-PAR-DEPOSITO(WS-TAB-PAR-IDX) EQUAL
                  WS-CD-DEPOSITO-DIA
                   MOVE WS-POS-LAT TO LK-LATITUDE-ORI
                   MOVE WS-POS-LON TO LK-LONGITUDE-ORI
                   MOVE WS-TAB-PAR-LAT(WS-TAB-PAR-IDX)
               PERFORM VARYING WS-TAB-PAR-IDX FROM 1 BY 1
                 UNTIL WS-TAB-PAR-IDX GREATER WS-TAB-PAR-QTD OR
                       WS-TAB-PAR-MIN GREATER ZEROS
                   IF WS-TAB-PAR-USADA(WS-TAB-PAR-IDX) EQUAL 'N' AND
                      WS-TAB-PAR-DEPOSITO(WS-TAB-PAR-IDX) EQUAL
                      WS-CD-DEPOSITO-DIA
                       MOVE WS-TAB-PAR-IDX TO WS-TAB-PAR-MIN
                       MOVE ZEROS TO WS-DIST-MIN
                   END-IF
               END-IF
           END-IF

      * PARADA REAGENDADA COM JANELA: CHEGADA PREVISTA DEPOIS DO FIM
      * DA JANELA PASSA A PARADA PARA UM DIA NOVO
           IF E-DIA-ABERTO AND
              WS-QT-PARADAS-DIA GREATER ZEROS AND
              WS-TAB-PAR-REAGENDA(WS-TAB-PAR-MIN) EQUAL 'S' AND
              WS-TAB-PAR-JAN-FIM(WS-TAB-PAR-MIN) GREATER ZEROS
               PERFORM 6610-PREVE-CHEGADA
               IF WS-HR-ETA GREATER WS-TAB-PAR-JAN-FIM(WS-TAB-PAR-MIN)
                   PERFORM 6750-FECHA-DIA
               END-IF
           END-IF

           IF NOT E-DIA-ABERTO
               PERFORM 6650-ABRE-DIA
           END-IF

           PERFORM 6620-AVANCA-RELOGIO

      * PARADA MAIS PESADA QUE O MAIOR VEICULO DA FROTA: NENHUM DIA
      * CONSEGUE CARREGA-LA INTEIRA, VAI PARA O RELATORIO DE
      * SOBRECARGA
               WS-ED-ACUM                            DELIMITED SIZE
               INTO ARQ-CARGA-REC
           END-STRING

      * PARADA REAGENDADA LEVA A MARCA, A TENTATIVA E O ETA NA LINHA
           IF WS-TAB-PAR-REAGENDA(WS-TAB-PAR-MIN) EQUAL 'S'
               MOVE ARQ-CARGA-REC TO WS-LINHA-CARGA
               MOVE SPACES TO ARQ-CARGA-REC
               STRING
                   FUNCTION TRIM(WS-LINHA-CARGA)     DELIMITED SIZE
                   ";REAGENDA;"                      DELIMITED SIZE
                   WS-TAB-PAR-TENTATIVA(WS-TAB-PAR-MIN)
                                                     DELIMITED SIZE
                   ";"                               DELIMITED SIZE
                   WS-HR-ETA                         DELIMITED SIZE
                   INTO ARQ-CARGA-REC
               END-STRING
           END-IF
           WRITE ARQ-CARGA-REC

           IF WS-TAB-PAR-LAT(WS-TAB-PAR-MIN) NOT EQUAL ZEROS OR

       6600-ACOMODA-PARADAX. EXIT.

      * -----------------------------------
      * PREVE A CHEGADA NA PARADA CORRENTE PELO TEMPO DA PERNA NA
      * VELOCIDADE MEDIA, SEM AVANCAR O RELOGIO DO DIA
       6610-PREVE-CHEGADA SECTION.

           MOVE WS-MIN-RELOGIO TO WS-MIN-CHEGADA
           IF WS-VL-VELOCIDADE GREATER ZEROS
               COMPUTE WS-MIN-CHEGADA = WS-MIN-RELOGIO +
                   (WS-DIST-MIN / WS-VL-VELOCIDADE * 60)
           END-IF

           COMPUTE WS-ETA-HORA =
               FUNCTION MOD(WS-MIN-CHEGADA / 60, 24)
           COMPUTE WS-ETA-MINUTO = FUNCTION MOD(WS-MIN-CHEGADA, 60).

       6610-PREVE-CHEGADAX. EXIT.

      * -----------------------------------
      * AVANCA O RELOGIO DO DIA ATE A PARADA CORRENTE; PARADA
      * REAGENDADA QUE CHEGA ANTES DO INICIO DA JANELA ESPERA A
      * ABERTURA. O TEMPO FIXO DE PARADA E SOMADO APOS A CHEGADA
       6620-AVANCA-RELOGIO SECTION.

           PERFORM 6610-PREVE-CHEGADA
           MOVE WS-MIN-CHEGADA TO WS-MIN-RELOGIO

           IF WS-TAB-PAR-REAGENDA(WS-TAB-PAR-MIN) EQUAL 'S' AND
              WS-TAB-PAR-JAN-FIM(WS-TAB-PAR-MIN) GREATER ZEROS AND
              WS-HR-ETA LESS WS-TAB-PAR-JAN-INI(WS-TAB-PAR-MIN)
               MOVE WS-TAB-PAR-JAN-INI(WS-TAB-PAR-MIN)
                 TO WS-HR-JANELA WS-HR-ETA
               COMPUTE WS-MIN-RELOGIO =
                   (WS-JANELA-HORA * 60) + WS-JANELA-MINUTO
           END-IF

           ADD WS-QT-MIN-PARADA TO WS-MIN-RELOGIO.

       6620-AVANCA-RELOGIOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DO PROXIMO DIA DE ENTREGA DO VENDEDOR
       6650-ABRE-DIA SECTION.
           MOVE 'S' TO WS-DIA-ABERTO
           MOVE ZEROS TO WS-PESO-DIA

      * RELOGIO DO ETA EM MINUTOS CORRIDOS A PARTIR DA SAIDA DA BASE
           COMPUTE WS-MIN-RELOGIO =
               (WS-SAIDA-HORA * 60) + WS-SAIDA-MINUTO

      * ATRIBUI O VEICULO DO DIA EM RODIZIO E GRAVA A PLACA NO
      * CABECALHO DO ARQUIVO DO DIA
           MOVE SPACES TO WS-VEI-PLACA-DIA
               WS-VEI-CAPAC-DIA  DELIMITED SIZE
               INTO ARQ-CARGA-REC
           END-STRING
           WRITE ARQ-CARGA-REC

           MOVE SPACES TO ARQ-CARGA-REC
           STRING
               "DEPOSITO;"        DELIMITED SIZE
               WS-CD-DEPOSITO-DIA DELIMITED SIZE
               INTO ARQ-CARGA-REC
           END-STRING
           WRITE ARQ-CARGA-REC

      * ESCALA O PRIMEIRO MOTORISTA APTO PARA O VEICULO DO DIA; SEM
      * MOTORISTA APTO O DIA SAI COM MOTORISTA ZERADO
           INITIALIZE LK-ESM-PARAMETERS
           MOVE "E"                TO LK-ESM-FUNCAO
           MOVE WS-DT-EXECUCAO     TO LK-ESM-DT-CARGA
           MOVE FS-VEN-CD-VENDEDOR TO LK-ESM-CD-VENDEDOR
           MOVE WS-NR-DIA          TO LK-ESM-NR-DIA
           MOVE WS-VEI-PLACA-DIA   TO LK-ESM-NR-PLACA
           MOVE WS-CD-DEPOSITO-DIA TO LK-ESM-CD-DEPOSITO
           CALL 'CBL_ESCALA_MOTORISTA' USING LK-ESM-PARAMETERS

           IF NOT LK-ESM-RC-OK
               ADD 1 TO WQT-SEM-MOTORISTA
               MOVE "CBL_CARGA_DIA" TO LK-LOG-PROGRAMA
               MOVE SPACES TO LK-LOG-MENSAGEM
               STRING WNM-ARQ-CARGA DELIMITED BY SPACE
                      ": " LK-ESM-DS-MENSAGEM DELIMITED BY SIZE
                      INTO LK-LOG-MENSAGEM
               CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS
           END-IF

           MOVE SPACES TO ARQ-CARGA-REC
           STRING
               "MOTORISTA;"        DELIMITED SIZE
               LK-ESM-CD-MOTORISTA DELIMITED SIZE
               ";"                 DELIMITED SIZE
               LK-ESM-NM-MOTORISTA DELIMITED SIZE
               INTO ARQ-CARGA-REC
           END-STRING
           WRITE ARQ-CARGA-REC.

       6650-ABRE-DIAX. EXIT.
