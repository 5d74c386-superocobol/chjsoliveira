       01 ARQ-PONTOS-REC.
           05 FS-PTS-KEY.
               10 FS-PTS-CD-CLIENTE      PIC  9(007).
               10 FS-PTS-NR-SEQUENCIA    PIC  9(005).
           05 FS-PTS-DADOS.
               10 FS-PTS-DT-MOVIMENTO    PIC  9(008).
               10 FS-PTS-IND-TIPO        PIC  X(001).
                   88 FS-PTS-GANHO       VALUE "G".
                   88 FS-PTS-ESTORNO     VALUE "E".
                   88 FS-PTS-RESGATE     VALUE "R".
                   88 FS-PTS-EXPIRACAO   VALUE "X".
      * ORIGEM: FATURA (PEDIDO DE VENDA FATURADO), DEVOL (DEVOLUCAO
      * DE PEDIDO QUE PONTUOU), RESGAT (RESGATE NO CATALOGO DE
      * PREMIOS) OU EXPIRA (PONTOS VENCIDOS)
               10 FS-PTS-CD-ORIGEM       PIC  X(006).
                   88 FS-PTS-ORIGEM-FATURA VALUE "FATURA".
                   88 FS-PTS-ORIGEM-DEVOL  VALUE "DEVOL".
                   88 FS-PTS-ORIGEM-RESGAT VALUE "RESGAT".
                   88 FS-PTS-ORIGEM-EXPIRA VALUE "EXPIRA".
      * DOCUMENTO DE ORIGEM: PEDIDO FATURADO, DEVOLUCAO OU PEDIDO DE
      * BONIFICACAO DO RESGATE
               10 FS-PTS-NR-DOCUMENTO    PIC  X(012).
               10 FS-PTS-QT-PONTOS       PIC  9(009).
      * SALDO DE PONTOS DO CLIENTE APOS O MOVIMENTO
               10 FS-PTS-QT-SALDO        PIC  9(009).
      * VENCIMENTO DOS PONTOS GANHOS (SO NO MOVIMENTO DE GANHO)
               10 FS-PTS-DT-EXPIRA       PIC  9(008).
      * CUSTO DO PREMIO NO CATALOGO (SO NO MOVIMENTO DE RESGATE)
               10 FS-PTS-VL-CUSTO        PIC  9(009)V99.
               10 FS-PTS-ID-OPERADOR     PIC  X(010).
               10 FS-PTS-DS-HISTORICO    PIC  X(030).
               10 FILLER                 PIC  X(020).
