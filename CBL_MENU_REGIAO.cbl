               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REG.

           SELECT ARQ-DEPOSITO ASSIGN TO DISK WID-ARQ-DEPOSITO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REGIAO.

       COPY FS-ARQ-REGIAO.

       FD ARQ-DEPOSITO.

       COPY FS-ARQ-DEPOSITO.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           88 FS-STAT-REG-NAO-EXISTE VALUE 35.
           88 FS-STAT-REG-DUP        VALUE 21.

       77 FS-STAT-DEP PIC 9(02).
           88 FS-STAT-DEP-OK         VALUE 00.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-VL-LAT-MAX PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-VL-LON-MIN PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-VL-LON-MAX PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-CD-DEPOSITO PIC 9(003) VALUE ZEROS.
       77 WS-DEPOSITO-OK PIC X VALUE 'N'.
           88 DEPOSITO-VALIDO VALUE 'S'.

       COPY CPY_ID_ARQ_REGIAO.

       COPY CPY_ID_ARQ_DEPOSITO.

       COPY CPY_GRAVA_LOG.

       COPY screenio.
               10 COLUMN PLUS 2 PIC +999.99999999 USING WS-VL-LON-MIN.
               10 LINE 15 COLUMN 08 VALUE "Longitude Max:".
               10 COLUMN PLUS 2 PIC +999.99999999 USING WS-VL-LON-MAX.
               10 LINE 16 COLUMN 13 VALUE "Deposito:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DEPOSITO.
               10 COLUMN PLUS 2 VALUE "(0 = DEPOSITO PADRAO)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-REGIAO.
           MOVE WNM-PATH-REGIAO TO WNM-PATH-DEPOSITO
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           MOVE SPACES TO ARQ-REGIAO-REC WS-CD-REGIAO WS-DS-REGIAO
           MOVE ZEROS TO WS-VL-LAT-MIN WS-VL-LAT-MAX
                         WS-VL-LON-MIN WS-VL-LON-MAX WS-CD-DEPOSITO

           PERFORM 5000-ABRIR-ARQ-REGIAO

                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-REGIAO NOT EQUAL SPACES AND
                        WS-DS-REGIAO NOT EQUAL SPACES
                        PERFORM 6100-VALIDA-DEPOSITO
                        IF DEPOSITO-VALIDO
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Codigo e "
               MOVE WS-VL-LAT-MAX TO FS-REG-VL-LAT-MAX
               MOVE WS-VL-LON-MIN TO FS-REG-VL-LON-MIN
               MOVE WS-VL-LON-MAX TO FS-REG-VL-LON-MAX
               MOVE WS-CD-DEPOSITO TO FS-REG-CD-DEPOSITO
               MOVE 'S'          TO FS-REG-IND-ATIVO

               WRITE ARQ-REGIAO-REC
                   MOVE FS-REG-VL-LAT-MAX TO WS-VL-LAT-MAX
                   MOVE FS-REG-VL-LON-MIN TO WS-VL-LON-MIN
                   MOVE FS-REG-VL-LON-MAX TO WS-VL-LON-MAX
                   MOVE ZEROS TO WS-CD-DEPOSITO
                   IF FS-REG-CD-DEPOSITO IS NUMERIC
                       MOVE FS-REG-CD-DEPOSITO TO WS-CD-DEPOSITO
                   END-IF

                   ACCEPT SS-DADOS

                   IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
                      WS-DS-REGIAO NOT EQUAL SPACES
                       PERFORM 6100-VALIDA-DEPOSITO
                   END-IF

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-DS-REGIAO NOT EQUAL SPACES AND
                            NOT DEPOSITO-VALIDO
                            CONTINUE
                       WHEN WS-DS-REGIAO NOT EQUAL SPACES
                            MOVE WS-DS-REGIAO TO FS-REG-DS-REGIAO
                            MOVE WS-CD-DEPOSITO TO FS-REG-CD-DEPOSITO
                            MOVE WS-VL-LAT-MIN TO FS-REG-VL-LAT-MIN
                            MOVE WS-VL-LAT-MAX TO FS-REG-VL-LAT-MAX
                            MOVE WS-VL-LON-MIN TO FS-REG-VL-LON-MIN

       6000-LER-ARQ-REGIAO-FIMX. EXIT.

      * -----------------------------------
      * VALIDA O DEPOSITO QUE ATENDE A REGIAO: ZERO FICA COM O
      * DEPOSITO PADRAO; INFORMADO, PRECISA EXISTIR E ESTAR ATIVO
       6100-VALIDA-DEPOSITO SECTION.

           MOVE 'S' TO WS-DEPOSITO-OK

           IF WS-CD-DEPOSITO GREATER ZEROS
               MOVE 'N' TO WS-DEPOSITO-OK
               OPEN INPUT ARQ-DEPOSITO
               IF FS-STAT-DEP-OK
                   MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO
                   READ ARQ-DEPOSITO
                   IF FS-STAT-DEP-OK AND NOT FS-DEP-INATIVO
                       MOVE 'S' TO WS-DEPOSITO-OK
                   END-IF
                   CLOSE ARQ-DEPOSITO
               END-IF

               IF NOT DEPOSITO-VALIDO
                   MOVE "DEPOSITO NAO CADASTRADO OU INATIVO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       6100-VALIDA-DEPOSITOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE REGIOES
       7000-FECHA-ARQ-REGIAO SECTION.
