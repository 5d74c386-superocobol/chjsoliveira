       77 WS-DS-VEICULO PIC X(030) VALUE SPACES.
       77 WS-QT-CAPAC-PESO   PIC 9(007) VALUE ZEROS.
       77 WS-QT-CAPAC-CAIXAS PIC 9(005) VALUE ZEROS.
       77 WS-CD-CATEGORIA-CNH PIC X(001) VALUE SPACES.
           88 CATEGORIA-CNH-OK VALUES ARE "B" "C" "D" "E" " ".

       COPY CPY_ID_ARQ_VEICULO.

               10 COLUMN PLUS 2 PIC 9(07) USING WS-QT-CAPAC-PESO.
               10 LINE 13 COLUMN 06 VALUE "Capacidade Caixas:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-QT-CAPAC-CAIXAS.
               10 LINE 14 COLUMN 03 VALUE "Categoria CNH (B-E):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-CD-CATEGORIA-CNH.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-VEICULO-REC WS-NR-PLACA WS-DS-VEICULO
                          WS-CD-CATEGORIA-CNH
           MOVE ZEROS TO WS-QT-CAPAC-PESO WS-QT-CAPAC-CAIXAS

           PERFORM 5000-ABRIR-ARQ-VEICULO
               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT CATEGORIA-CNH-OK
                        MOVE "CATEGORIA DE CNH INVALIDA (B A E)"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN WS-NR-PLACA NOT EQUAL SPACES AND
                        WS-DS-VEICULO NOT EQUAL SPACES
                        MOVE 'S' TO W-VAL-ENTRADA
               MOVE WS-DS-VEICULO TO FS-VEI-DS-VEICULO
               MOVE WS-QT-CAPAC-PESO   TO FS-VEI-QT-CAPAC-PESO
               MOVE WS-QT-CAPAC-CAIXAS TO FS-VEI-QT-CAPAC-CAIXAS
               MOVE WS-CD-CATEGORIA-CNH TO FS-VEI-CD-CATEGORIA-CNH
               MOVE 'S'          TO FS-VEI-IND-ATIVO

               WRITE ARQ-VEICULO-REC
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-DS-VEICULO WS-CD-CATEGORIA-CNH
               MOVE ZEROS TO WS-QT-CAPAC-PESO WS-QT-CAPAC-CAIXAS

               ACCEPT SS-CHAVE
                   MOVE FS-VEI-DS-VEICULO TO WS-DS-VEICULO
                   MOVE FS-VEI-QT-CAPAC-PESO   TO WS-QT-CAPAC-PESO
                   MOVE FS-VEI-QT-CAPAC-CAIXAS TO WS-QT-CAPAC-CAIXAS
                   MOVE FS-VEI-CD-CATEGORIA-CNH TO WS-CD-CATEGORIA-CNH

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN NOT CATEGORIA-CNH-OK
                            MOVE "CATEGORIA DE CNH INVALIDA (B A E)"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN WS-DS-VEICULO NOT EQUAL SPACES
                            MOVE WS-DS-VEICULO TO FS-VEI-DS-VEICULO
                            MOVE WS-CD-CATEGORIA-CNH
                              TO FS-VEI-CD-CATEGORIA-CNH
                            MOVE WS-QT-CAPAC-PESO
                              TO FS-VEI-QT-CAPAC-PESO
                            MOVE WS-QT-CAPAC-CAIXAS
