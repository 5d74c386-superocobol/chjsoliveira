       01 LK-EQP-PARAMETERS.
      * "C" DEVOLVE A FUNCAO, O SUPERIOR, O SUPERVISOR E O GERENTE DO
      * VENDEDOR NO MES; "G" REGISTRA A NOVA POSICAO A PARTIR DO MES
           05 LK-EQP-FUNCAO        PIC X(001).
               88 LK-EQP-CONSULTA  VALUE "C".
               88 LK-EQP-GRAVA     VALUE "G".
           05 LK-EQP-CD-VENDEDOR   PIC 9(007).
           05 LK-EQP-ANO-MES       PIC 9(006).
           05 LK-EQP-IND-FUNCAO    PIC X(001).
           05 LK-EQP-CD-SUPERIOR   PIC 9(007).
      * POSICAO ANTERIOR A MUDANCA ("G"), GUARDADA COMO PONTO DE
      * PARTIDA QUANDO O VENDEDOR AINDA NAO TEM HISTORICO
           05 LK-EQP-IND-FUNCAO-ANT  PIC X(001).
           05 LK-EQP-CD-SUPERIOR-ANT PIC 9(007).
      * EQUIPE NO MES ("C"); ZERO QUANDO NAO HA
           05 LK-EQP-CD-SUPERVISOR PIC 9(007).
           05 LK-EQP-CD-GERENTE    PIC 9(007).
           05 LK-EQP-RC            PIC 9(002).
               88 LK-EQP-RC-OK           VALUE 0.
               88 LK-EQP-RC-NAO-ACHADO   VALUE 4.
               88 LK-EQP-RC-ERRO         VALUE 8.
