       01 LK-DPR-PARAMETERS.
           05 LK-DPR-CD-REGIAO   PIC X(004).
           05 LK-DPR-CD-DEPOSITO PIC 9(003).
      * REGIAO SEM DEPOSITO DEFINIDO (OU NAO ENCONTRADA) DEVOLVE O
      * DEPOSITO PADRAO (PARAMETRO DEPOSITO-PADRAO) COM RC 1
           05 LK-DPR-RC          PIC 99.
               88 LK-DPR-RC-OK       VALUE 0.
               88 LK-DPR-RC-PADRAO   VALUE 1.
