      * Purpose: Registro de Resultado de Visitas - Tela e Carga
      * Tectonics: cobc
      ******************************************************************
      * A CARGA DO PALMTOP TRAZ, ALEM DO RESULTADO, A COORDENADA E OS
      * HORARIOS DE CHECK-IN E CHECK-OUT. CADA VISITA E CONFERIDA
      * CONTRA A COORDENADA DO CLIENTE (CBL_CALC_DISTANCIA) E MARCADA
      * EM FS-VIS-IND-VERIFICACAO:
      *   V - VERIFICADA        D - DISTANTE DO CLIENTE
      *   C - CURTA DEMAIS      A - DISTANTE E CURTA
      *   S - SEM CHECK-IN      N - CLIENTE SEM COORDENADA
      * LIMITES NOS PARAMETROS VISITA-DIST-MAX-M (METROS, PADRAO 200)
      * E VISITA-TEMPO-MIN (MINUTOS, PADRAO 5; ZERO DESLIGA A CRITICA
      * DE PERMANENCIA). SEM CHECK-OUT A PERMANENCIA E ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_VISITA.
       ENVIRONMENT DIVISION.

       COPY FS-ARQ-VENDEDOR.

      * CARGA EM LOTE: VENDEDOR;DATA;CLIENTE;RESULTADO;LATITUDE;
      * LONGITUDE;HORA-CHECKIN;HORA-CHECKOUT (HHMMSS). OS QUATRO
      * ULTIMOS SAO OPCIONAIS; SEM ELES A VISITA FICA SEM CHECK-IN
       FD ARQ-CARGA.
       01 ARQ-CARGA-REC PIC X(100).

           05 WS-CAR-DATA        PIC X(010).
           05 WS-CAR-CLIENTE     PIC X(010).
           05 WS-CAR-RESULTADO   PIC X(001).
           05 WS-CAR-LATITUDE    PIC X(015).
           05 WS-CAR-LONGITUDE   PIC X(015).
           05 WS-CAR-HR-CHECKIN  PIC X(006).
           05 WS-CAR-HR-CHECKOUT PIC X(006).

      * LIMITES DA VERIFICACAO DO CHECK-IN
       77 WS-VIS-DIST-MAX-M  PIC 9(005) VALUE 200.
       77 WS-VIS-DIST-MAX-KM PIC 9(003)V9(003) VALUE ZEROS.
       77 WS-VIS-TEMPO-MIN   PIC 9(004) VALUE 5.

       01 WS-HORA.
           05 WS-HORA-HH         PIC 9(002).
           05 WS-HORA-MM         PIC 9(002).
           05 WS-HORA-SS         PIC 9(002).
       77 WS-HORA-OK         PIC X(001).
           88 E-HORA-OK          VALUE "S".
       77 WS-SEG-CHECKIN     PIC 9(005) VALUE ZEROS.
       77 WS-SEG-CHECKOUT    PIC 9(005) VALUE ZEROS.
       77 WS-VIS-IND-CURTA   PIC X(001).
           88 E-VIS-CURTA        VALUE "S".

       01 WQT-TOTAIS.
           05 WQT-ARQ-LIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-GRAVADOS   PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-REJEITADOS PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-SINALIZADAS PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_VISITA.
       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_VALIDA_INTERCAMBIO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_CALC_DISTANCIA.

       COPY screenio.

       LINKAGE SECTION.
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-GRAVADOS.
           05 LINE 15 COLUMN 09 VALUE "Rejeitados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-REJEITADOS.
           05 LINE 16 COLUMN 08 VALUE "Sinalizadas:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-SINALIZADAS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM 0100-LE-PARAMETROS

           PERFORM UNTIL E-ENCERRAR
               MOVE "VISITAS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE OS LIMITES DE DISTANCIA E PERMANENCIA DO CHECK-IN
       0100-LE-PARAMETROS SECTION.

           MOVE "VISITA-DIST-MAX-M" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE FUNCTION NUMVAL(LK-PAR-VALOR) TO WS-VIS-DIST-MAX-M
           END-IF

           MOVE "VISITA-TEMPO-MIN" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE FUNCTION NUMVAL(LK-PAR-VALOR) TO WS-VIS-TEMPO-MIN
           END-IF

           COMPUTE WS-VIS-DIST-MAX-KM = WS-VIS-DIST-MAX-M / 1000.

       0100-LE-PARAMETROSX. EXIT.

      * -----------------------------------
      * REGISTRA O RESULTADO DE UMA VISITA PELA TELA
       1000-REGISTRA-VISITA SECTION.
                   MOVE WS-CD-VENDEDOR  TO FS-VIS-CD-VENDEDOR
                   MOVE WS-DT-VISITA    TO FS-VIS-DT-VISITA
                   MOVE WS-CD-CLIENTE   TO FS-VIS-CD-CLIENTE

      * VISITA JA CARREGADA DO PALMTOP: SO O RESULTADO MUDA E O
      * CHECK-IN E A VERIFICACAO SAO PRESERVADOS
                   READ ARQ-VISITA
                   IF FS-STAT-VIS-OK
                       MOVE WS-CD-RESULTADO TO FS-VIS-CD-RESULTADO
                       REWRITE ARQ-VISITA-REC
                   ELSE
                       MOVE SPACES TO FS-VIS-DADOS
                       MOVE WS-CD-RESULTADO TO FS-VIS-CD-RESULTADO
                       MOVE ZEROS TO FS-VIS-VL-LATITUDE
                                     FS-VIS-VL-LONGITUDE
                                     FS-VIS-HR-CHECKIN
                                     FS-VIS-HR-CHECKOUT
                                     FS-VIS-VL-DIST-KM
                                     FS-VIS-QT-MINUTOS
                       MOVE "S" TO FS-VIS-IND-VERIFICACAO
                       WRITE ARQ-VISITA-REC
                   END-IF

                   MOVE "VISITA REGISTRADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO

      * -----------------------------------
      * CARREGA RESULTADOS EM LOTE DO ARQUIVO VISITA_CARGA.CSV
      * (VENDEDOR;DATA;CLIENTE;RESULTADO;LATITUDE;LONGITUDE;
      * HORA-CHECKIN;HORA-CHECKOUT), PRECEDIDO DE HDR E
      * FECHADO POR TRL CONFORME O PADRAO DE INTERCAMBIO
       1100-CARGA-VISITAS SECTION.

              ARQ-CARGA-REC(1:4) EQUAL "TRL;"
               SUBTRACT 1 FROM WQT-ARQ-LIDOS
           ELSE
               MOVE SPACES TO WS-CAR-CAMPOS
               UNSTRING ARQ-CARGA-REC DELIMITED BY ";"
                   INTO WS-CAR-VENDEDOR
                        WS-CAR-DATA
                        WS-CAR-CLIENTE
                        WS-CAR-RESULTADO
                        WS-CAR-LATITUDE
                        WS-CAR-LONGITUDE
                        WS-CAR-HR-CHECKIN
                        WS-CAR-HR-CHECKOUT
               END-UNSTRING

               MOVE FUNCTION NUMVAL(WS-CAR-VENDEDOR)
                       MOVE FS-CLI-CD-CLIENTE TO FS-VIS-CD-CLIENTE
                       MOVE WS-CD-RESULTADO   TO FS-VIS-CD-RESULTADO

                       PERFORM 6650-MOVE-CHECKIN
                       IF NOT E-HORA-OK
                           ADD 1 TO WQT-ARQ-REJEITADOS
                       ELSE
                           PERFORM 6700-VERIFICA-CHECKIN
                           IF FS-VIS-SINALIZADA
                               ADD 1 TO WQT-ARQ-SINALIZADAS
                           END-IF

                           WRITE ARQ-VISITA-REC
                               INVALID KEY
                                   REWRITE ARQ-VISITA-REC
                           END-WRITE
                           ADD 1 TO WQT-ARQ-GRAVADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6600-APLICA-LINHA-CARGAX. EXIT.

      * -----------------------------------
      * MOVE OS CAMPOS OPCIONAIS DO CHECK-IN DA LINHA DE CARGA PARA
      * O REGISTRO; HORARIO FORA DE HHMMSS RECUSA A LINHA
       6650-MOVE-CHECKIN SECTION.

           MOVE "S" TO WS-HORA-OK
           MOVE ZEROS TO FS-VIS-VL-LATITUDE
                         FS-VIS-VL-LONGITUDE
                         FS-VIS-HR-CHECKIN
                         FS-VIS-HR-CHECKOUT

           IF WS-CAR-LATITUDE NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-CAR-LATITUDE)
                 TO FS-VIS-VL-LATITUDE
           END-IF
           IF WS-CAR-LONGITUDE NOT EQUAL SPACES
               MOVE FUNCTION NUMVAL(WS-CAR-LONGITUDE)
                 TO FS-VIS-VL-LONGITUDE
           END-IF

           IF WS-CAR-HR-CHECKIN NOT EQUAL SPACES
               IF WS-CAR-HR-CHECKIN IS NOT NUMERIC
                   MOVE "N" TO WS-HORA-OK
                   GO TO 6650-MOVE-CHECKINX
               END-IF
               MOVE WS-CAR-HR-CHECKIN TO WS-HORA FS-VIS-HR-CHECKIN
               IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 OR
                  WS-HORA-SS > 59
                   MOVE "N" TO WS-HORA-OK
                   GO TO 6650-MOVE-CHECKINX
               END-IF
           END-IF

           IF WS-CAR-HR-CHECKOUT NOT EQUAL SPACES
               IF WS-CAR-HR-CHECKOUT IS NOT NUMERIC
                   MOVE "N" TO WS-HORA-OK
                   GO TO 6650-MOVE-CHECKINX
               END-IF
               MOVE WS-CAR-HR-CHECKOUT TO WS-HORA FS-VIS-HR-CHECKOUT
               IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 OR
                  WS-HORA-SS > 59
                   MOVE "N" TO WS-HORA-OK
               END-IF
           END-IF.

       6650-MOVE-CHECKINX. EXIT.

      * -----------------------------------
      * CONFERE O CHECK-IN COM A COORDENADA DO CLIENTE (ARQ-CLIENTE
      * JA LIDO) E A PERMANENCIA COM O TEMPO MINIMO; CHECK-OUT ANTES
      * DO CHECK-IN INDICA VISITA QUE PASSOU DA MEIA-NOITE
       6700-VERIFICA-CHECKIN SECTION.

           MOVE ZEROS TO FS-VIS-VL-DIST-KM FS-VIS-QT-MINUTOS
           MOVE "N" TO WS-VIS-IND-CURTA

           IF FS-VIS-VL-LATITUDE EQUAL ZEROS AND
              FS-VIS-VL-LONGITUDE EQUAL ZEROS
               MOVE "S" TO FS-VIS-IND-VERIFICACAO
               GO TO 6700-VERIFICA-CHECKINX
           END-IF

           IF FS-VIS-HR-CHECKOUT NOT EQUAL ZEROS
               MOVE FS-VIS-HR-CHECKIN TO WS-HORA
               COMPUTE WS-SEG-CHECKIN = WS-HORA-HH * 3600
                                      + WS-HORA-MM * 60 + WS-HORA-SS
               MOVE FS-VIS-HR-CHECKOUT TO WS-HORA
               COMPUTE WS-SEG-CHECKOUT = WS-HORA-HH * 3600
                                       + WS-HORA-MM * 60 + WS-HORA-SS
               IF WS-SEG-CHECKOUT < WS-SEG-CHECKIN
                   ADD 86400 TO WS-SEG-CHECKOUT
               END-IF
               COMPUTE FS-VIS-QT-MINUTOS =
                   (WS-SEG-CHECKOUT - WS-SEG-CHECKIN) / 60
           END-IF

           IF FS-VIS-QT-MINUTOS < WS-VIS-TEMPO-MIN
               MOVE "S" TO WS-VIS-IND-CURTA
           END-IF

           MOVE FS-CLI-VL-LATITUDE  TO LK-LATITUDE-ORI
           MOVE FS-CLI-VL-LONGITUDE TO LK-LONGITUDE-ORI
           MOVE FS-VIS-VL-LATITUDE  TO LK-LATITUDE-DES
           MOVE FS-VIS-VL-LONGITUDE TO LK-LONGITUDE-DES
           MOVE "K" TO LK-DIST-UNIDADE
           CALL 'CBL_CALC_DISTANCIA' USING LK-DIST-PARAMETERS

      * SEM COORDENADA VALIDA DO CLIENTE NAO HA COMO CONFERIR O LOCAL;
      * A PERMANENCIA CURTA CONTINUA SINALIZADA
           IF NOT LK-DIST-RC-OK
               IF E-VIS-CURTA
                   MOVE "C" TO FS-VIS-IND-VERIFICACAO
               ELSE
                   MOVE "N" TO FS-VIS-IND-VERIFICACAO
               END-IF
               GO TO 6700-VERIFICA-CHECKINX
           END-IF

           MOVE LK-DIST-KM-S TO FS-VIS-VL-DIST-KM

           EVALUATE TRUE
               WHEN LK-DIST-KM-S > WS-VIS-DIST-MAX-KM AND E-VIS-CURTA
                   MOVE "A" TO FS-VIS-IND-VERIFICACAO
               WHEN LK-DIST-KM-S > WS-VIS-DIST-MAX-KM
                   MOVE "D" TO FS-VIS-IND-VERIFICACAO
               WHEN E-VIS-CURTA
                   MOVE "C" TO FS-VIS-IND-VERIFICACAO
               WHEN OTHER
                   MOVE "V" TO FS-VIS-IND-VERIFICACAO
           END-EVALUATE.

       6700-VERIFICA-CHECKINX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE VISITAS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-VISITA SECTION.
