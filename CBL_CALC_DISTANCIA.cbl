       01  WS-PI-LONGITUDE-ORI   PIC S9(4)V9(8) VALUE ZEROS.
       01  WS-PI-LATITUDE-DES    PIC S9(4)V9(8) VALUE ZEROS.
       01  WS-PI-LONGITUDE-DES   PIC S9(4)V9(8) VALUE ZEROS.
      * PRECISAO ESTENDIDA NO TERMO DE HAVERSINE PARA QUE AS
      * DISTANCIAS CURTAS (ABAIXO DE 1 KM) NAO SE PERCAM NO
      * ARREDONDAMENTO
       01  WS-VAL                PIC S9(3)V9(15) VALUE ZEROS.
       01  WS-RAIZ-A             PIC S9(3)V9(15) VALUE ZEROS.
       01  WS-RAIZ-B             PIC S9(3)V9(15) VALUE ZEROS.
       01  WS-DIST               PIC S9(5)V9(8) VALUE ZEROS.

       01  WS-LATITUDE           PIC S9(4)V9(8) VALUE ZEROS.
           COMPUTE WS-PI-LONGITUDE-DES =
                   LK-LONGITUDE-DES * WS-PI / WS-RAIO

      * AS DIFERENCAS DE LATITUDE E LONGITUDE ENTRAM NO SENO EM
      * RADIANOS, COMO AS DEMAIS PARCELAS DA FORMULA DE HAVERSINE
           COMPUTE WS-LATITUDE =
                   WS-PI-LATITUDE-DES - WS-PI-LATITUDE-ORI

           COMPUTE WS-LONGITUDE =
                   WS-PI-LONGITUDE-DES - WS-PI-LONGITUDE-ORI

           COMPUTE WS-VAL =
                   FUNCTION SIN(WS-LATITUDE / 2) *
                        (WS-RAIZ-A/ FUNCTION ABS(WS-RAIZ-A))
           END-EVALUATE

      * O ARCO CENTRAL E O DOBRO DO ANGULO OBTIDO PELO ARCO TANGENTE
           COMPUTE WS-DIST = WS-DIST * 2 * WS-RAIO-TERRA

           IF LK-UNIDADE-MILHAS
               COMPUTE WS-DIST = WS-DIST * WS-FATOR-MILHAS
