           05 WQT-ARQ-FORA-DISTANCIA PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-SEM-VENDEDOR   PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-TOPN           PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-CALC-EVITADO   PIC 9(9) VALUE ZEROS.
           05 WQT-ARQ-CALC-TOTAL     PIC 9(9) VALUE ZEROS.

       77 WS-MAX-CLI-VENDEDOR PIC 9(005) VALUE ZEROS.

       77 WS-VEN-ACHADO PIC X VALUE 'N'.
           88 E-VEN-ACHADO VALUE 'S'.

      * CACHE DAS DISTANCIAS CLIENTE/VENDEDOR CALCULADAS PELA
      * FORMULA DE HAVERSINE EM RADIANOS (CBL_CALC_DISTANCIA)
       01 WID-ARQ-DISTCACHE.
           05 WNM-PATH-DISTCACHE PIC X(17) VALUE SPACES.
           05 WNM-ARQ-DISTCACHE  PIC X(50) VALUE "DISTCACHE_HAV.IDX".

       77 FS-STAT-DCA PIC 9(02).
           88 FS-STAT-DCA-OK         VALUE 00.
       77 WS-CACHE-ACHADO PIC X VALUE 'N'.
           88 E-CACHE-ACHADO VALUE 'S'.

      * INDICE ESPACIAL DOS VENDEDORES: GRADE DE LATITUDE/LONGITUDE
      * MONTADA EM 5300 COM OS VENDEDORES (NAO GESTORES) DE
      * COORDENADAS VALIDAS, COM A LISTA DE VENDEDORES DE CADA
      * CELULA ENCADEADA EM WS-GRD-VEN-PROX. CADA CLIENTE CONSULTA
      * A PROPRIA CELULA E AS VIZINHAS, ANEL POR ANEL, ATE QUE
      * NENHUM VENDEDOR FORA DOS ANEIS JA VARRIDOS POSSA MUDAR O
      * RESULTADO (1100-BUSCA-GRADE). ACIMA DE 5000 VENDEDORES, DE
      * 500 REGIOES OU COM CELULA ZERO NO PARAMETRO A DISTRIBUICAO
      * VARRE O ARQUIVO DE VENDEDORES INTEIRO PARA CADA CLIENTE
       77 WS-GRD-ATIVA PIC X VALUE 'N'.
           88 E-GRD-ATIVA VALUE 'S'.

       77 WS-GRD-ESTOURO PIC X VALUE 'N'.
           88 E-GRD-ESTOURO VALUE 'S'.

       77 WS-GRD-CLI-OK PIC X VALUE 'N'.
           88 E-GRD-CLI-OK VALUE 'S'.

       77 WS-GRD-VEN-VALIDO PIC X VALUE 'N'.
           88 E-GRD-VEN-VALIDO VALUE 'S'.

       77 WS-GRD-FIM PIC X VALUE 'N'.
           88 E-GRD-FIM VALUE 'S'.

       77 WS-GRD-ACHOU-DISP PIC X VALUE 'N'.
           88 E-GRD-ACHOU-DISP VALUE 'S'.

       77 WS-GRD-FORA-RESTANTE PIC X VALUE 'N'.
           88 E-GRD-FORA-RESTANTE VALUE 'S'.

       77 WS-GRD-TAM-CELULA PIC 9(003)V9(004) VALUE 0.5.
       77 WS-GRD-CELULA     PIC 9(003)V9(004) VALUE ZEROS.
       77 WS-GRD-MAX-CELULAS PIC 9(005) VALUE 10000.
       77 WS-GRD-MAX-VEN     PIC 9(005) VALUE 5000.
       77 WS-GRD-MAX-REGIAO  PIC 9(003) VALUE 500.

       01 WS-GRD-LIMITES.
           05 WS-GRD-LAT-MIN   PIC S9(003)V9(008) VALUE ZEROS.
           05 WS-GRD-LAT-MAX   PIC S9(003)V9(008) VALUE ZEROS.
           05 WS-GRD-LON-MIN   PIC S9(003)V9(008) VALUE ZEROS.
           05 WS-GRD-LON-MAX   PIC S9(003)V9(008) VALUE ZEROS.
           05 WS-GRD-QT-LIN    PIC 9(009) VALUE ZEROS.
           05 WS-GRD-QT-COL    PIC 9(009) VALUE ZEROS.
           05 WS-GRD-QT-CEL    PIC 9(018) VALUE ZEROS.

      * PRIMEIRO VENDEDOR DE CADA CELULA, POR LINHA E COLUNA
      * ((LINHA - 1) * WS-GRD-QT-COL + COLUNA)
       01 WS-TAB-GRD-CELULA.
           05 WS-GRD-CEL-PRIM PIC 9(005) OCCURS 10000.

       01 WS-TAB-GRD-VEN.
           05 WS-GRD-VEN-ITEM OCCURS 5000.
               10 WS-GRD-VEN-CD     PIC 9(007).
               10 WS-GRD-VEN-NM     PIC X(040).
               10 WS-GRD-VEN-REGIAO PIC X(004).
               10 WS-GRD-VEN-LAT    PIC S9(003)V9(008).
               10 WS-GRD-VEN-LON    PIC S9(003)V9(008).
               10 WS-GRD-VEN-PROX   PIC 9(005).
       77 WS-GRD-QT-VEN  PIC 9(005) VALUE ZEROS.
       77 WS-GRD-IDX     PIC 9(005) VALUE ZEROS.

      * VENDEDORES NAO GESTORES POR REGIAO, TODOS E SOMENTE OS DE
      * COORDENADAS VALIDAS (BASE DOS CALCULOS EVITADOS E DOS
      * VENDEDORES AINDA NAO VARRIDOS)
       01 WS-TAB-GRD-REGIAO.
           05 WS-GRD-REG-ITEM OCCURS 500.
               10 WS-GRD-REG-CD     PIC X(004).
               10 WS-GRD-REG-QT     PIC 9(007).
               10 WS-GRD-REG-QT-VAL PIC 9(007).
       77 WS-GRD-QT-REGIAO     PIC 9(003) VALUE ZEROS.
       77 WS-GRD-REG-IDX       PIC 9(003) VALUE ZEROS.
       77 WS-GRD-QT-GERAL      PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-GERAL-VAL  PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-SEM-REG    PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-SEM-REG-VAL PIC 9(007) VALUE ZEROS.

      * BUSCA DO CLIENTE CORRENTE
       77 WS-GRD-LIN-CLI   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-COL-CLI   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-LIN       PIC S9(009) VALUE ZEROS.
       77 WS-GRD-LIN-INI   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-LIN-FIM   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-COL-INI   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-COL-FIM   PIC S9(009) VALUE ZEROS.
       77 WS-GRD-COL       PIC S9(009) VALUE ZEROS.
       77 WS-GRD-CEL       PIC 9(009) VALUE ZEROS.
       77 WS-GRD-ANEL      PIC 9(009) VALUE ZEROS.
       77 WS-GRD-ANEL-MAX  PIC 9(009) VALUE ZEROS.
       77 WS-GRD-QT-COMPAT     PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-COMPAT-VAL PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-AVALIADO   PIC 9(007) VALUE ZEROS.
       77 WS-GRD-QT-CAND       PIC 9(005) VALUE ZEROS.
       77 WS-GRD-QT-ABAIXO     PIC 9(005) VALUE ZEROS.
       77 WS-GRD-CAND-IDX      PIC 9(005) VALUE ZEROS.
       77 WS-GRD-MELHOR-DISP   PIC S9(005)V9(008) VALUE ZEROS.

       01 WS-TAB-GRD-CAND.
           05 WS-GRD-CAND-DIST PIC S9(005)V9(008) OCCURS 5000.

      * LIMITE INFERIOR DA DISTANCIA DOS VENDEDORES AINDA NAO
      * VARRIDOS (MESMAS CONSTANTES DE CBL_CALC_DISTANCIA)
       77 WS-GRD-PI           PIC S9(001)V9(005) VALUE 3.14159.
       77 WS-GRD-RAIO-TERRA   PIC S9(004)V9(005) VALUE 6371.0.
       77 WS-GRD-FATOR-MILHAS PIC S9(001)V9(006) VALUE 0.621371.
       77 WS-GRD-GAP-LAT      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-GRD-GAP-LON      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-GRD-GAP          PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-GRD-LAT-ABS      PIC S9(003)V9(008) VALUE ZEROS.
       77 WS-GRD-COS-MIN      PIC S9(001)V9(012) VALUE ZEROS.
       77 WS-GRD-DIST-LAT     PIC S9(006)V9(008) VALUE ZEROS.
       77 WS-GRD-DIST-LON     PIC S9(006)V9(008) VALUE ZEROS.
       77 WS-GRD-LIMITE       PIC S9(006)V9(008) VALUE ZEROS.

       77 FS-STAT-LCC PIC 9(02).
           88 FS-STAT-LCC-OK         VALUE IS 00.
           88 FS-STAT-LCC-NAO-EXISTE VALUE 35.
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-SEM-VENDEDOR.
           05 LINE 19 COLUMN 04 VALUE "Quantidade Modo Consultivo:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-TOPN.
           05 LINE 20 COLUMN 04 VALUE "Calculos de Distancia Evitados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-ARQ-CALC-EVITADO.
           05 COLUMN PLUS 1 VALUE "de".
           05 COLUMN PLUS 1 PIC 9(9) USING WQT-ARQ-CALC-TOTAL.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.

                                       SORT SORT-FILE
                                       ASCENDING KEY SD-DIST-KM
                                                     SD-VEN-CD-VENDEDOR
                                       INPUT PROCEDURE 1000-SORT-INPUT
                                       OUTPUT PROCEDURE 2000-SORT-OUTPUT
                                   END-IF
                 INTO LK-NOT-MENSAGEM
               CALL 'CBL_GRAVA_NOTIFICA' USING LK-NOT-PARAMETERS

               MOVE "CBL_MENU_DISTRIBUICAO" TO LK-LOG-PROGRAMA
               MOVE SPACES TO LK-LOG-MENSAGEM
               STRING "CALCULOS DE DISTANCIA EVITADOS PELA GRADE "
                        DELIMITED BY SIZE
                      WQT-ARQ-CALC-EVITADO DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WQT-ARQ-CALC-TOTAL DELIMITED BY SIZE
                 INTO LK-LOG-MENSAGEM
               CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS
               IF E-MODO-BATCH
                   DISPLAY LK-LOG-MENSAGEM
               END-IF

               MOVE SPACES       TO WS-ERRO
               MOVE "DISTRIBUICAO CONCLUIDA COM SUCESSO"
                 TO WS-MSGERRO
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE FUNCTION NUMVAL(LK-PAR-VALOR) TO WS-TOPN-MAX
           END-IF

      * LADO DA CELULA DA GRADE DE VENDEDORES EM GRAUS (ZERO
      * DESLIGA A GRADE)
           MOVE "GRADE-CELULA-GRAUS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE FUNCTION NUMVAL(LK-PAR-VALOR) TO WS-GRD-TAM-CELULA
           END-IF.

       0100-CARREGA-PARAMETROSX. EXIT.

       1000-SORT-INPUT SECTION.

           MOVE 'N' TO WS-GRD-FORA-RESTANTE
           MOVE 'N' TO WS-GRD-CLI-OK

           IF E-GRD-ATIVA
               PERFORM 1100-VERIFICA-CLIENTE-GRADE
           END-IF

           IF E-GRD-CLI-OK
               PERFORM 1150-BUSCA-GRADE
               GO TO 1000-SORT-INPUTX
           END-IF

           PERFORM 5100-ABRIR-ARQ-VENDEDOR.
           MOVE LOW-VALUES TO FS-VEN-KEY.
           PERFORM 6100-LER-ARQ-VENDEDOR.
           PERFORM
             UNTIL NOT FS-STAT-VEN-OK

      * SUPERVISOR E GERENTE NAO RECEBEM CARTEIRA NA DISTRIBUICAO
               IF NOT FS-VEN-GESTOR AND
                 (FS-CLI-CD-REGIAO EQUAL SPACES OR
                  FS-VEN-CD-REGIAO EQUAL SPACES OR
                  FS-CLI-CD-REGIAO EQUAL FS-VEN-CD-REGIAO)

                   ADD 1 TO WQT-ARQ-CALC-TOTAL

                   MOVE FS-CLI-VL-LATITUDE TO LK-LATITUDE-ORI
                   MOVE FS-CLI-VL-LONGITUDE TO LK-LONGITUDE-ORI

       1050-PERGUNTA-DESFAZERX. EXIT.

      * -----------------------------------
      * VERIFICA SE O CLIENTE CORRENTE PODE SER BUSCADO PELA GRADE E
      * POSICIONA A CELULA DELE (LIMITADA AS BORDAS DA GRADE), O
      * NUMERO DE ANEIS ATE COBRIR A GRADE INTEIRA, O COSSENO DA
      * MAIOR LATITUDE ENVOLVIDA E OS VENDEDORES COMPATIVEIS COM A
      * REGIAO DO CLIENTE
       1100-VERIFICA-CLIENTE-GRADE SECTION.

           MOVE 'N' TO WS-GRD-CLI-OK

      * COORDENADA FORA DO INTERVALO: CBL_CALC_DISTANCIA RECUSA TODOS
      * OS PARES E A VARREDURA DO ARQUIVO TRATA O CLIENTE
           IF FS-CLI-VL-LATITUDE  < -90  OR FS-CLI-VL-LATITUDE  > 90 OR
              FS-CLI-VL-LONGITUDE < -180 OR FS-CLI-VL-LONGITUDE > 180
               GO TO 1100-VERIFICA-CLIENTE-GRADEX
           END-IF

      * O LIMITE PELA LONGITUDE SO VALE ATE 180 GRAUS DE AFASTAMENTO
           EVALUATE TRUE
               WHEN FS-CLI-VL-LONGITUDE < WS-GRD-LON-MIN
                   COMPUTE WS-GRD-GAP =
                       WS-GRD-LON-MAX - FS-CLI-VL-LONGITUDE
               WHEN FS-CLI-VL-LONGITUDE > WS-GRD-LON-MAX
                   COMPUTE WS-GRD-GAP =
                       FS-CLI-VL-LONGITUDE - WS-GRD-LON-MIN
               WHEN OTHER
                   COMPUTE WS-GRD-GAP = WS-GRD-LON-MAX - WS-GRD-LON-MIN
           END-EVALUATE

           IF WS-GRD-GAP > 180
               GO TO 1100-VERIFICA-CLIENTE-GRADEX
           END-IF

           COMPUTE WS-GRD-LIN-CLI =
               (FS-CLI-VL-LATITUDE - WS-GRD-LAT-MIN) / WS-GRD-CELULA + 1
           IF WS-GRD-LIN-CLI < 1
               MOVE 1 TO WS-GRD-LIN-CLI
           END-IF
           IF WS-GRD-LIN-CLI > WS-GRD-QT-LIN
               MOVE WS-GRD-QT-LIN TO WS-GRD-LIN-CLI
           END-IF

           COMPUTE WS-GRD-COL-CLI =
               (FS-CLI-VL-LONGITUDE - WS-GRD-LON-MIN) / WS-GRD-CELULA
               + 1
           IF WS-GRD-COL-CLI < 1
               MOVE 1 TO WS-GRD-COL-CLI
           END-IF
           IF WS-GRD-COL-CLI > WS-GRD-QT-COL
               MOVE WS-GRD-QT-COL TO WS-GRD-COL-CLI
           END-IF

           COMPUTE WS-GRD-ANEL-MAX = WS-GRD-LIN-CLI - 1
           IF WS-GRD-QT-LIN - WS-GRD-LIN-CLI > WS-GRD-ANEL-MAX
               COMPUTE WS-GRD-ANEL-MAX = WS-GRD-QT-LIN - WS-GRD-LIN-CLI
           END-IF
           IF WS-GRD-COL-CLI - 1 > WS-GRD-ANEL-MAX
               COMPUTE WS-GRD-ANEL-MAX = WS-GRD-COL-CLI - 1
           END-IF
           IF WS-GRD-QT-COL - WS-GRD-COL-CLI > WS-GRD-ANEL-MAX
               COMPUTE WS-GRD-ANEL-MAX = WS-GRD-QT-COL - WS-GRD-COL-CLI
           END-IF

           MOVE FUNCTION ABS(FS-CLI-VL-LATITUDE) TO WS-GRD-LAT-ABS
           IF FUNCTION ABS(WS-GRD-LAT-MIN) > WS-GRD-LAT-ABS
               MOVE FUNCTION ABS(WS-GRD-LAT-MIN) TO WS-GRD-LAT-ABS
           END-IF
           IF FUNCTION ABS(WS-GRD-LAT-MAX) > WS-GRD-LAT-ABS
               MOVE FUNCTION ABS(WS-GRD-LAT-MAX) TO WS-GRD-LAT-ABS
           END-IF
           COMPUTE WS-GRD-COS-MIN =
               FUNCTION COS(WS-GRD-LAT-ABS * WS-GRD-PI / 180)

      * MESMO CRITERIO DE REGIAO DA VARREDURA DO ARQUIVO
           IF FS-CLI-CD-REGIAO EQUAL SPACES
               MOVE WS-GRD-QT-GERAL     TO WS-GRD-QT-COMPAT
               MOVE WS-GRD-QT-GERAL-VAL TO WS-GRD-QT-COMPAT-VAL
           ELSE
               MOVE WS-GRD-QT-SEM-REG     TO WS-GRD-QT-COMPAT
               MOVE WS-GRD-QT-SEM-REG-VAL TO WS-GRD-QT-COMPAT-VAL
               PERFORM VARYING WS-GRD-REG-IDX FROM 1 BY 1
                         UNTIL WS-GRD-REG-IDX > WS-GRD-QT-REGIAO
                   IF WS-GRD-REG-CD(WS-GRD-REG-IDX) EQUAL
                      FS-CLI-CD-REGIAO
                       ADD WS-GRD-REG-QT(WS-GRD-REG-IDX)
                         TO WS-GRD-QT-COMPAT
                       ADD WS-GRD-REG-QT-VAL(WS-GRD-REG-IDX)
                         TO WS-GRD-QT-COMPAT-VAL
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'S' TO WS-GRD-CLI-OK.

       1100-VERIFICA-CLIENTE-GRADEX. EXIT.

      * -----------------------------------
      * BUSCA PELA GRADE: VARRE OS ANEIS DE CELULAS EM VOLTA DO
      * CLIENTE, LIBERANDO PARA O SORT SO OS VENDEDORES VARRIDOS, ATE
      * QUE O RESULTADO DA VARREDURA COMPLETA ESTEJA GARANTIDO OU A
      * GRADE TODA TENHA SIDO COBERTA
       1150-BUSCA-GRADE SECTION.

           MOVE ZEROS TO WS-GRD-QT-AVALIADO
                         WS-GRD-QT-CAND
                         WS-GRD-ANEL
                         WS-GRD-MELHOR-DISP
           MOVE 'N' TO WS-GRD-ACHOU-DISP
           MOVE 'N' TO WS-GRD-FIM

           PERFORM UNTIL E-GRD-FIM
               PERFORM 1200-VARRE-ANEL
               IF WS-GRD-ANEL NOT LESS WS-GRD-ANEL-MAX
                   MOVE 'S' TO WS-GRD-FIM
               ELSE
                   PERFORM 1300-CALCULA-LIMITE
                   PERFORM 1350-VERIFICA-PARADA
                   ADD 1 TO WS-GRD-ANEL
               END-IF
           END-PERFORM

           ADD WS-GRD-QT-COMPAT TO WQT-ARQ-CALC-TOTAL
           COMPUTE WQT-ARQ-CALC-EVITADO = WQT-ARQ-CALC-EVITADO
                                        + WS-GRD-QT-COMPAT
                                        - WS-GRD-QT-AVALIADO.

       1150-BUSCA-GRADEX. EXIT.

      * -----------------------------------
      * VARRE AS CELULAS DO ANEL CORRENTE (AS LINHAS DAS PONTAS
      * INTEIRAS, NAS DEMAIS SO AS DUAS COLUNAS DAS PONTAS)
       1200-VARRE-ANEL SECTION.

           COMPUTE WS-GRD-LIN-INI = WS-GRD-LIN-CLI - WS-GRD-ANEL
           COMPUTE WS-GRD-LIN-FIM = WS-GRD-LIN-CLI + WS-GRD-ANEL
           COMPUTE WS-GRD-COL-INI = WS-GRD-COL-CLI - WS-GRD-ANEL
           COMPUTE WS-GRD-COL-FIM = WS-GRD-COL-CLI + WS-GRD-ANEL

           PERFORM VARYING WS-GRD-LIN FROM WS-GRD-LIN-INI BY 1
                     UNTIL WS-GRD-LIN > WS-GRD-LIN-FIM
               IF WS-GRD-LIN NOT LESS 1 AND
                  WS-GRD-LIN NOT GREATER WS-GRD-QT-LIN
                   IF WS-GRD-LIN EQUAL WS-GRD-LIN-INI OR
                      WS-GRD-LIN EQUAL WS-GRD-LIN-FIM
                       PERFORM VARYING WS-GRD-COL FROM WS-GRD-COL-INI
                                 BY 1 UNTIL WS-GRD-COL > WS-GRD-COL-FIM
                           PERFORM 1250-VARRE-CELULA
                       END-PERFORM
                   ELSE
                       MOVE WS-GRD-COL-INI TO WS-GRD-COL
                       PERFORM 1250-VARRE-CELULA
                       MOVE WS-GRD-COL-FIM TO WS-GRD-COL
                       PERFORM 1250-VARRE-CELULA
                   END-IF
               END-IF
           END-PERFORM.

       1200-VARRE-ANELX. EXIT.

      * -----------------------------------
      * PERCORRE A LISTA DE VENDEDORES DA CELULA WS-GRD-LIN/WS-GRD-COL
       1250-VARRE-CELULA SECTION.

           IF WS-GRD-COL < 1 OR WS-GRD-COL > WS-GRD-QT-COL
               GO TO 1250-VARRE-CELULAX
           END-IF

           COMPUTE WS-GRD-CEL =
               (WS-GRD-LIN - 1) * WS-GRD-QT-COL + WS-GRD-COL
           MOVE WS-GRD-CEL-PRIM(WS-GRD-CEL) TO WS-GRD-IDX

           PERFORM UNTIL WS-GRD-IDX EQUAL ZEROS
               PERFORM 1260-AVALIA-VENDEDOR-GRADE
               MOVE WS-GRD-VEN-PROX(WS-GRD-IDX) TO WS-GRD-IDX
           END-PERFORM.

       1250-VARRE-CELULAX. EXIT.

      * -----------------------------------
      * CALCULA (OU BUSCA NO CACHE) A DISTANCIA ATE O VENDEDOR DA
      * GRADE, LIBERA O REGISTRO PARA O SORT E GUARDA A MENOR
      * DISTANCIA DE UM VENDEDOR DISPONIVEL DENTRO DO LIMITE
       1260-AVALIA-VENDEDOR-GRADE SECTION.

           IF NOT (FS-CLI-CD-REGIAO EQUAL SPACES OR
                   WS-GRD-VEN-REGIAO(WS-GRD-IDX) EQUAL SPACES OR
                   FS-CLI-CD-REGIAO EQUAL WS-GRD-VEN-REGIAO(WS-GRD-IDX))
               GO TO 1260-AVALIA-VENDEDOR-GRADEX
           END-IF

           ADD 1 TO WS-GRD-QT-AVALIADO

           MOVE WS-GRD-VEN-CD(WS-GRD-IDX)  TO FS-VEN-CD-VENDEDOR
           MOVE WS-GRD-VEN-LAT(WS-GRD-IDX) TO FS-VEN-VL-LATITUDE
           MOVE WS-GRD-VEN-LON(WS-GRD-IDX) TO FS-VEN-VL-LONGITUDE

           MOVE FS-CLI-VL-LATITUDE TO LK-LATITUDE-ORI
           MOVE FS-CLI-VL-LONGITUDE TO LK-LONGITUDE-ORI
           MOVE FS-VEN-VL-LATITUDE TO LK-LATITUDE-DES
           MOVE FS-VEN-VL-LONGITUDE TO LK-LONGITUDE-DES
           MOVE WS-UNIDADE-DIST TO LK-DIST-UNIDADE

           PERFORM 6320-CONSULTA-CACHE-DISTANCIA

           IF E-CACHE-ACHADO
               MOVE FS-DCA-VL-DIST TO LK-DIST-KM-S
               MOVE ZEROS TO LK-DIST-RC-S
           ELSE
               CALL 'CBL_CALC_DISTANCIA'
                   USING LK-DIST-PARAMETERS
               IF LK-DIST-RC-OK
                   PERFORM 6330-GRAVA-CACHE-DISTANCIA
               END-IF
           END-IF

           IF NOT LK-DIST-RC-OK
               GO TO 1260-AVALIA-VENDEDOR-GRADEX
           END-IF

           MOVE WS-GRD-VEN-CD(WS-GRD-IDX) TO SD-VEN-CD-VENDEDOR
           MOVE WS-GRD-VEN-NM(WS-GRD-IDX) TO SD-NM-VENDEDOR
           MOVE LK-DIST-KM-S TO SD-DIST-KM

           RELEASE SORT-RECORD

           ADD 1 TO WS-GRD-QT-CAND
           MOVE LK-DIST-KM-S TO WS-GRD-CAND-DIST(WS-GRD-QT-CAND)

      * MESMO TESTE DE DISPONIBILIDADE DE 2000-SORT-OUTPUT
           IF NOT E-TOP-N AND
              (WS-MAX-DIST-KM EQUAL ZEROS OR
               SD-DIST-KM NOT GREATER WS-MAX-DIST-M)
               MOVE SD-VEN-CD-VENDEDOR TO FS-TRV-CD-VENDEDOR
               READ ARQ-TRABVEN
               IF FS-STAT-TRV-OK AND
                  (WS-MAX-CLI-VENDEDOR EQUAL ZEROS OR
                   FS-TRV-QT LESS WS-MAX-CLI-VENDEDOR)
                   IF NOT E-GRD-ACHOU-DISP OR
                      LK-DIST-KM-S LESS WS-GRD-MELHOR-DISP
                       MOVE 'S' TO WS-GRD-ACHOU-DISP
                       MOVE LK-DIST-KM-S TO WS-GRD-MELHOR-DISP
                   END-IF
               END-IF
           END-IF.

       1260-AVALIA-VENDEDOR-GRADEX. EXIT.

      * -----------------------------------
      * LIMITE INFERIOR DA DISTANCIA DE QUALQUER VENDEDOR FORA DOS
      * ANEIS JA VARRIDOS: ELE ESTA ALEM DA FAIXA DE LINHAS (A
      * DISTANCIA E NO MINIMO O ARCO DA DIFERENCA DE LATITUDE) OU
      * ALEM DA FAIXA DE COLUNAS (NO MINIMO O ARCO DA DIFERENCA DE
      * LONGITUDE NA MAIOR LATITUDE ENVOLVIDA). DESCONTA UMA FOLGA
      * PARA OS ARREDONDAMENTOS DE CBL_CALC_DISTANCIA
       1300-CALCULA-LIMITE SECTION.

           MOVE 999 TO WS-GRD-GAP-LAT WS-GRD-GAP-LON

           IF WS-GRD-LIN-INI > 1
               COMPUTE WS-GRD-GAP = FS-CLI-VL-LATITUDE
                   - (WS-GRD-LAT-MIN
                      + (WS-GRD-LIN-INI - 1) * WS-GRD-CELULA)
               IF WS-GRD-GAP < WS-GRD-GAP-LAT
                   MOVE WS-GRD-GAP TO WS-GRD-GAP-LAT
               END-IF
           END-IF

           IF WS-GRD-LIN-FIM < WS-GRD-QT-LIN
               COMPUTE WS-GRD-GAP =
                   WS-GRD-LAT-MIN + WS-GRD-LIN-FIM * WS-GRD-CELULA
                   - FS-CLI-VL-LATITUDE
               IF WS-GRD-GAP < WS-GRD-GAP-LAT
                   MOVE WS-GRD-GAP TO WS-GRD-GAP-LAT
               END-IF
           END-IF

           IF WS-GRD-COL-INI > 1
               COMPUTE WS-GRD-GAP = FS-CLI-VL-LONGITUDE
                   - (WS-GRD-LON-MIN
                      + (WS-GRD-COL-INI - 1) * WS-GRD-CELULA)
               IF WS-GRD-GAP < WS-GRD-GAP-LON
                   MOVE WS-GRD-GAP TO WS-GRD-GAP-LON
               END-IF
           END-IF

           IF WS-GRD-COL-FIM < WS-GRD-QT-COL
               COMPUTE WS-GRD-GAP =
                   WS-GRD-LON-MIN + WS-GRD-COL-FIM * WS-GRD-CELULA
                   - FS-CLI-VL-LONGITUDE
               IF WS-GRD-GAP < WS-GRD-GAP-LON
                   MOVE WS-GRD-GAP TO WS-GRD-GAP-LON
               END-IF
           END-IF

           MOVE 999999 TO WS-GRD-DIST-LAT WS-GRD-DIST-LON

           IF WS-GRD-GAP-LAT < 999
               COMPUTE WS-GRD-DIST-LAT =
                   WS-GRD-GAP-LAT * WS-GRD-PI / 180 * WS-GRD-RAIO-TERRA
           END-IF

           IF WS-GRD-GAP-LON < 999
               COMPUTE WS-GRD-DIST-LON = 2 * WS-GRD-RAIO-TERRA *
                   FUNCTION ASIN(WS-GRD-COS-MIN *
                       FUNCTION SIN(WS-GRD-GAP-LON * WS-GRD-PI / 360))
           END-IF

           MOVE WS-GRD-DIST-LAT TO WS-GRD-LIMITE
           IF WS-GRD-DIST-LON < WS-GRD-LIMITE
               MOVE WS-GRD-DIST-LON TO WS-GRD-LIMITE
           END-IF

           IF E-MILHAS
               COMPUTE WS-GRD-LIMITE =
                   WS-GRD-LIMITE * WS-GRD-FATOR-MILHAS
           END-IF

           COMPUTE WS-GRD-LIMITE = WS-GRD-LIMITE * 0.999 - 0.01.

       1300-CALCULA-LIMITEX. EXIT.

      * -----------------------------------
      * DECIDE SE A BUSCA PODE PARAR NO ANEL CORRENTE:
      *   MODO CONSULTIVO - JA HA WS-TOPN-MAX VENDEDORES ABAIXO DO
      *                     LIMITE INFERIOR DOS NAO VARRIDOS
      *   DISTRIBUICAO    - O MELHOR VENDEDOR DISPONIVEL ESTA ABAIXO
      *                     DO LIMITE, OU A DISTANCIA MAXIMA FICOU
      *                     ABAIXO DELE (OS NAO VARRIDOS, SE HOUVER,
      *                     TORNAM O CLIENTE FORA DA DISTANCIA)
       1350-VERIFICA-PARADA SECTION.

           IF E-TOP-N
               MOVE ZEROS TO WS-GRD-QT-ABAIXO
               PERFORM VARYING WS-GRD-CAND-IDX FROM 1 BY 1
                         UNTIL WS-GRD-CAND-IDX > WS-GRD-QT-CAND
                   IF WS-GRD-CAND-DIST(WS-GRD-CAND-IDX) LESS
                      WS-GRD-LIMITE
                       ADD 1 TO WS-GRD-QT-ABAIXO
                   END-IF
               END-PERFORM
               IF WS-GRD-QT-ABAIXO NOT LESS WS-TOPN-MAX
                   MOVE 'S' TO WS-GRD-FIM
               END-IF
               GO TO 1350-VERIFICA-PARADAX
           END-IF

           IF E-GRD-ACHOU-DISP AND
              WS-GRD-MELHOR-DISP LESS WS-GRD-LIMITE
               MOVE 'S' TO WS-GRD-FIM
               GO TO 1350-VERIFICA-PARADAX
           END-IF

           IF WS-MAX-DIST-KM GREATER ZEROS AND
              WS-MAX-DIST-M LESS WS-GRD-LIMITE
               MOVE 'S' TO WS-GRD-FIM
               IF WS-GRD-QT-COMPAT-VAL GREATER WS-GRD-QT-CAND
                   MOVE 'S' TO WS-GRD-FORA-RESTANTE
               END-IF
           END-IF.

       1350-VERIFICA-PARADAX. EXIT.

       2000-SORT-OUTPUT SECTION.

           IF E-TOP-N

                   PERFORM 6215-GRAVA-LINHA-DISTRIBUICAO
               ELSE
      * NA BUSCA PELA GRADE OS VENDEDORES NAO VARRIDOS ESTAO TODOS
      * ALEM DA DISTANCIA MAXIMA: A VARREDURA COMPLETA PARARIA NO
      * PRIMEIRO DELES
                   IF E-DIST-EXCEDIDA OR E-GRD-FORA-RESTANTE
                       ADD 1 TO WQT-ARQ-FORA-DISTANCIA
                       PERFORM 6380-GRAVA-FORA-DISTANCIA
                   ELSE
           MOVE LOW-VALUES TO FS-VEN-KEY
           PERFORM 6100-LER-ARQ-VENDEDOR

           PERFORM 5360-INICIA-GRADE

           PERFORM UNTIL NOT FS-STAT-VEN-OK
               PERFORM 6340-VERIFICA-AUSENCIA

      * A GRADE LEVA TAMBEM OS AUSENTES, COMO A VARREDURA DO ARQUIVO
      * (O MODO CONSULTIVO OS LISTA E 2000 OS DESCARTA PELO ARQUIVO
      * DE TRABALHO)
               IF NOT FS-VEN-GESTOR
                   PERFORM 5370-INCLUI-VENDEDOR-GRADE
               END-IF

      * VENDEDOR AUSENTE NA DATA DA EXECUCAO FICA FORA DO ARQUIVO
      * DE TRABALHO: ELE DEIXA DE SER CANDIDATO E O PROXIMO MAIS
      * PROXIMO RECEBE OS CLIENTES TEMPORARIAMENTE. SUPERVISOR E
      * GERENTE TAMBEM FICAM FORA
               IF NOT E-VEN-AUSENTE AND NOT FS-VEN-GESTOR
                   MOVE FS-VEN-CD-VENDEDOR TO FS-TRV-CD-VENDEDOR
                   MOVE FS-VEN-NM-VENDEDOR TO FS-TRV-NOME
                   MOVE ZEROS TO FS-TRV-QT FS-TRV-QT-CSV

           PERFORM 7100-FECHA-ARQ-VENDEDOR

           PERFORM 5380-MONTA-GRADE

           IF AUSENCIA-DISPONIVEL
               CLOSE ARQ-AUSENCIA
           END-IF

       5350-CONTA-CLIENTES-ATIVOSX. EXIT.

      * -----------------------------------
      * ZERA A GRADE DE VENDEDORES ANTES DA CARGA
       5360-INICIA-GRADE SECTION.

           MOVE 'N' TO WS-GRD-ATIVA
           MOVE 'N' TO WS-GRD-ESTOURO
           MOVE ZEROS TO WS-GRD-QT-VEN
                         WS-GRD-QT-REGIAO
                         WS-GRD-QT-GERAL
                         WS-GRD-QT-GERAL-VAL
                         WS-GRD-QT-SEM-REG
                         WS-GRD-QT-SEM-REG-VAL
                         WS-GRD-LAT-MIN
                         WS-GRD-LAT-MAX
                         WS-GRD-LON-MIN
                         WS-GRD-LON-MAX.

       5360-INICIA-GRADEX. EXIT.

      * -----------------------------------
      * CONTA O VENDEDOR CORRENTE NA REGIAO DELE E, COM COORDENADAS
      * VALIDAS PARA CBL_CALC_DISTANCIA, GUARDA-O NA TABELA DA GRADE
      * AMPLIANDO O RETANGULO QUE CONTEM TODOS OS VENDEDORES
       5370-INCLUI-VENDEDOR-GRADE SECTION.

           IF E-GRD-ESTOURO
               GO TO 5370-INCLUI-VENDEDOR-GRADEX
           END-IF

           MOVE 'S' TO WS-GRD-VEN-VALIDO
           IF FS-VEN-VL-LATITUDE  < -90  OR FS-VEN-VL-LATITUDE  > 90 OR
              FS-VEN-VL-LONGITUDE < -180 OR FS-VEN-VL-LONGITUDE > 180
               MOVE 'N' TO WS-GRD-VEN-VALIDO
           END-IF
           IF FS-VEN-VL-LATITUDE  EQUAL ZEROS AND
              FS-VEN-VL-LONGITUDE EQUAL ZEROS
               MOVE 'N' TO WS-GRD-VEN-VALIDO
           END-IF

           ADD 1 TO WS-GRD-QT-GERAL
           IF E-GRD-VEN-VALIDO
               ADD 1 TO WS-GRD-QT-GERAL-VAL
           END-IF

           IF FS-VEN-CD-REGIAO EQUAL SPACES
               ADD 1 TO WS-GRD-QT-SEM-REG
               IF E-GRD-VEN-VALIDO
                   ADD 1 TO WS-GRD-QT-SEM-REG-VAL
               END-IF
           ELSE
               PERFORM VARYING WS-GRD-REG-IDX FROM 1 BY 1
                         UNTIL WS-GRD-REG-IDX > WS-GRD-QT-REGIAO
                            OR WS-GRD-REG-CD(WS-GRD-REG-IDX) EQUAL
                               FS-VEN-CD-REGIAO
                   CONTINUE
               END-PERFORM

               IF WS-GRD-REG-IDX > WS-GRD-QT-REGIAO
                   IF WS-GRD-QT-REGIAO NOT LESS WS-GRD-MAX-REGIAO
                       MOVE 'S' TO WS-GRD-ESTOURO
                       GO TO 5370-INCLUI-VENDEDOR-GRADEX
                   END-IF
                   ADD 1 TO WS-GRD-QT-REGIAO
                   MOVE FS-VEN-CD-REGIAO
                     TO WS-GRD-REG-CD(WS-GRD-REG-IDX)
                   MOVE ZEROS TO WS-GRD-REG-QT(WS-GRD-REG-IDX)
                                 WS-GRD-REG-QT-VAL(WS-GRD-REG-IDX)
               END-IF

               ADD 1 TO WS-GRD-REG-QT(WS-GRD-REG-IDX)
               IF E-GRD-VEN-VALIDO
                   ADD 1 TO WS-GRD-REG-QT-VAL(WS-GRD-REG-IDX)
               END-IF
           END-IF

           IF NOT E-GRD-VEN-VALIDO
               GO TO 5370-INCLUI-VENDEDOR-GRADEX
           END-IF

           IF WS-GRD-QT-VEN NOT LESS WS-GRD-MAX-VEN
               MOVE 'S' TO WS-GRD-ESTOURO
               GO TO 5370-INCLUI-VENDEDOR-GRADEX
           END-IF

           ADD 1 TO WS-GRD-QT-VEN
           MOVE FS-VEN-CD-VENDEDOR  TO WS-GRD-VEN-CD(WS-GRD-QT-VEN)
           MOVE FS-VEN-NM-VENDEDOR  TO WS-GRD-VEN-NM(WS-GRD-QT-VEN)
           MOVE FS-VEN-CD-REGIAO    TO WS-GRD-VEN-REGIAO(WS-GRD-QT-VEN)
           MOVE FS-VEN-VL-LATITUDE  TO WS-GRD-VEN-LAT(WS-GRD-QT-VEN)
           MOVE FS-VEN-VL-LONGITUDE TO WS-GRD-VEN-LON(WS-GRD-QT-VEN)
           MOVE ZEROS               TO WS-GRD-VEN-PROX(WS-GRD-QT-VEN)

           IF WS-GRD-QT-VEN EQUAL 1
               MOVE FS-VEN-VL-LATITUDE  TO WS-GRD-LAT-MIN WS-GRD-LAT-MAX
               MOVE FS-VEN-VL-LONGITUDE TO WS-GRD-LON-MIN WS-GRD-LON-MAX
           ELSE
               IF FS-VEN-VL-LATITUDE < WS-GRD-LAT-MIN
                   MOVE FS-VEN-VL-LATITUDE TO WS-GRD-LAT-MIN
               END-IF
               IF FS-VEN-VL-LATITUDE > WS-GRD-LAT-MAX
                   MOVE FS-VEN-VL-LATITUDE TO WS-GRD-LAT-MAX
               END-IF
               IF FS-VEN-VL-LONGITUDE < WS-GRD-LON-MIN
                   MOVE FS-VEN-VL-LONGITUDE TO WS-GRD-LON-MIN
               END-IF
               IF FS-VEN-VL-LONGITUDE > WS-GRD-LON-MAX
                   MOVE FS-VEN-VL-LONGITUDE TO WS-GRD-LON-MAX
               END-IF
           END-IF.

       5370-INCLUI-VENDEDOR-GRADEX. EXIT.

      * -----------------------------------
      * DIMENSIONA A GRADE (DOBRANDO A CELULA ATE CABER NAS
      * WS-GRD-MAX-CELULAS POSICOES) E ENCADEIA OS VENDEDORES NAS
      * CELULAS; SEM VENDEDOR VALIDO, COM ESTOURO DAS TABELAS OU COM
      * CELULA ZERO A GRADE FICA DESLIGADA
       5380-MONTA-GRADE SECTION.

           MOVE 'N' TO WS-GRD-ATIVA

           IF E-GRD-ESTOURO OR
              WS-GRD-QT-VEN     EQUAL ZEROS OR
              WS-GRD-TAM-CELULA EQUAL ZEROS
               GO TO 5380-MONTA-GRADEX
           END-IF

           MOVE WS-GRD-TAM-CELULA TO WS-GRD-CELULA
           MOVE 'N' TO WS-GRD-FIM

           PERFORM UNTIL E-GRD-FIM
               COMPUTE WS-GRD-QT-LIN =
                   (WS-GRD-LAT-MAX - WS-GRD-LAT-MIN) / WS-GRD-CELULA + 1
               COMPUTE WS-GRD-QT-COL =
                   (WS-GRD-LON-MAX - WS-GRD-LON-MIN) / WS-GRD-CELULA + 1
               COMPUTE WS-GRD-QT-CEL = WS-GRD-QT-LIN * WS-GRD-QT-COL
               IF WS-GRD-QT-CEL NOT GREATER WS-GRD-MAX-CELULAS
                   MOVE 'S' TO WS-GRD-FIM
               ELSE
                   COMPUTE WS-GRD-CELULA = WS-GRD-CELULA * 2
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-TAB-GRD-CELULA

           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                     UNTIL WS-GRD-IDX > WS-GRD-QT-VEN
               COMPUTE WS-GRD-LIN =
                   (WS-GRD-VEN-LAT(WS-GRD-IDX) - WS-GRD-LAT-MIN)
                   / WS-GRD-CELULA + 1
               IF WS-GRD-LIN > WS-GRD-QT-LIN
                   MOVE WS-GRD-QT-LIN TO WS-GRD-LIN
               END-IF
               COMPUTE WS-GRD-COL =
                   (WS-GRD-VEN-LON(WS-GRD-IDX) - WS-GRD-LON-MIN)
                   / WS-GRD-CELULA + 1
               IF WS-GRD-COL > WS-GRD-QT-COL
                   MOVE WS-GRD-QT-COL TO WS-GRD-COL
               END-IF
               COMPUTE WS-GRD-CEL =
                   (WS-GRD-LIN - 1) * WS-GRD-QT-COL + WS-GRD-COL
               MOVE WS-GRD-CEL-PRIM(WS-GRD-CEL)
                 TO WS-GRD-VEN-PROX(WS-GRD-IDX)
               MOVE WS-GRD-IDX TO WS-GRD-CEL-PRIM(WS-GRD-CEL)
           END-PERFORM

           MOVE 'S' TO WS-GRD-ATIVA.

       5380-MONTA-GRADEX. EXIT.

      * -----------------------------------
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR, SE EXISTIR
       5400-VERIFICA-CHECKPOINT SECTION.
