       01 LK-ESM-PARAMETERS.
      * V = SO VALIDA O MOTORISTA PARA O DIA DE CARGA
      * A = VALIDA E GRAVA O MOTORISTA NO DIA DE CARGA
      * E = ESCOLHE O PRIMEIRO MOTORISTA APTO E GRAVA
      * C = CONSULTA O MOTORISTA ESCALADO NO DIA DE CARGA
      * L = LIMPA A ESCALA DA DATA (REMONTAGEM DA CARGA)
           05 LK-ESM-FUNCAO       PIC X(001).
               88 LK-ESM-VALIDA       VALUE "V".
               88 LK-ESM-ATRIBUI      VALUE "A".
               88 LK-ESM-ESCOLHE      VALUE "E".
               88 LK-ESM-CONSULTA     VALUE "C".
               88 LK-ESM-LIMPA        VALUE "L".
           05 LK-ESM-DT-CARGA     PIC 9(008).
           05 LK-ESM-CD-VENDEDOR  PIC 9(007).
           05 LK-ESM-NR-DIA       PIC 9(003).
           05 LK-ESM-NR-PLACA     PIC X(007).
           05 LK-ESM-CD-DEPOSITO  PIC 9(003).
           05 LK-ESM-CD-MOTORISTA PIC 9(005).
           05 LK-ESM-NM-MOTORISTA PIC X(040).
           05 LK-ESM-RC           PIC 99.
               88 LK-ESM-RC-OK            VALUE 0.
               88 LK-ESM-RC-NAO-CADASTRADO VALUE 1.
               88 LK-ESM-RC-CNH-VENCIDA   VALUE 2.
               88 LK-ESM-RC-CATEGORIA     VALUE 3.
               88 LK-ESM-RC-JA-ESCALADO   VALUE 4.
               88 LK-ESM-RC-SEM-MOTORISTA VALUE 5.
               88 LK-ESM-RC-SEM-ESCALA    VALUE 6.
           05 LK-ESM-DS-MENSAGEM  PIC X(060).
