       01 LK-BXE-PARAMETERS.
           05 LK-BXE-NR-PEDIDO   PIC 9(007).
           05 LK-BXE-CD-CLIENTE  PIC 9(007).
      * DEPOSITO DO PEDIDO; NAO NUMERICO OU ZERO = DEPOSITO PADRAO
           05 LK-BXE-CD-DEPOSITO PIC 9(003).
      * S = RETOMADA DE UM FATURAMENTO INTERROMPIDO: LINHA QUE JA
      * TEM A SAIDA "FT" DO PEDIDO NO KARDEX NAO E BAIXADA DE NOVO
           05 LK-BXE-IND-RETOMADA PIC X(001).
               88 LK-BXE-RETOMADA    VALUE "S".
           05 LK-BXE-RC          PIC 99.
               88 LK-BXE-RC-OK       VALUE 0.
               88 LK-BXE-RC-ERRO     VALUE 8.
