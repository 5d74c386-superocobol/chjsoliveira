           88 E-PARAMETRO   VALUE IS "11".
           88 E-DESPACHO    VALUE IS "12".
           88 E-MAPA        VALUE IS "13".
           88 E-LGPD        VALUE IS "14".
           88 E-REORG-INDICE VALUE IS "15".
           88 E-ENCERRAR    VALUES ARE "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                       "8" "9" "01" "02" "03" "04"
                                       "05" "06" "07" "08" "09" "10"
                                       "11" "12" "13" "14" "15"
                                       "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.
           05 LINE 17 COLUMN 45 VALUE "12 - Despachar Notificacoes".
           05 LINE 18 COLUMN 45 VALUE "13 - Exportar Mapa KML".
           05 LINE 18 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 19 COLUMN 45 VALUE "14 - Protecao de Dados (LGPD)".
           05 LINE 20 COLUMN 45 VALUE
              "15 - Reorganizar/Verificar Indices".
           05 LINE 19 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 19 COL PLUS 1 PIC X(02) USING WS-OPCAO AUTO.

                   WHEN E-MAPA
                       CALL 'CBL_MENU_MAPA' USING LK-PARAM
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-LGPD
                       CALL 'CBL_MENU_LGPD' USING LK-PARAM
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REORG-INDICE
                       CALL 'CBL_REORGANIZA_INDICE' USING LK-PARAM
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
