       01 LK-PTS-PARAMETERS.
      * "S" CONSULTA O SALDO; "F" PONTUA UM PEDIDO FATURADO; "D"
      * ESTORNA OS PONTOS DE UM ITEM DEVOLVIDO; "R" RESGATA PONTOS
      * (RECUSADO SE FALTAR SALDO); "X" EXPIRA OS PONTOS VENCIDOS
           05 LK-PTS-FUNCAO       PIC X(001).
               88 LK-PTS-SALDO    VALUE "S".
               88 LK-PTS-FATURA   VALUE "F".
               88 LK-PTS-DEVOLVE  VALUE "D".
               88 LK-PTS-RESGATA  VALUE "R".
               88 LK-PTS-EXPIRA   VALUE "X".
           05 LK-PTS-CD-CLIENTE   PIC 9(007).
           05 LK-PTS-DT-MOVIMENTO PIC 9(008).
      * PEDIDO FATURADO ("F"), PEDIDO DEVOLVIDO ("D") OU PEDIDO DE
      * BONIFICACAO GERADO PELO RESGATE ("R")
           05 LK-PTS-NR-PEDIDO    PIC 9(007).
      * ITEM DEVOLVIDO ("D"): DEVOLUCAO, PRODUTO E VALOR DEVOLVIDO
           05 LK-PTS-NR-DEVOLUCAO PIC 9(007).
           05 LK-PTS-CD-PRODUTO   PIC 9(007).
           05 LK-PTS-VL-DEVOLVIDO PIC 9(009)V99.
      * PONTOS A RESGATAR ("R"); NA VOLTA, PONTOS MOVIMENTADOS
           05 LK-PTS-QT-PONTOS    PIC 9(009).
      * CUSTO DO PREMIO RESGATADO ("R")
           05 LK-PTS-VL-CUSTO     PIC 9(009)V99.
           05 LK-PTS-ID-OPERADOR  PIC X(010).
           05 LK-PTS-DS-HISTORICO PIC X(030).
      * SALDO DE PONTOS DO CLIENTE APOS A FUNCAO
           05 LK-PTS-QT-SALDO     PIC 9(009).
           05 LK-PTS-RC           PIC 9(002).
               88 LK-PTS-RC-OK        VALUE 0.
               88 LK-PTS-RC-SEM-SALDO VALUE 4.
               88 LK-PTS-RC-ERRO      VALUE 8.
