       01 LK-ETP-PARAMETERS.
           05 LK-ETP-NR-PEDIDO   PIC 9(007).
      * ETAPA ATINGIDA PELO PEDIDO
           05 LK-ETP-ETAPA       PIC X(001).
               88 LK-ETP-DIGITADO    VALUE "A".
               88 LK-ETP-RETIDO      VALUE "R".
               88 LK-ETP-LIBERADO    VALUE "L".
               88 LK-ETP-CONFIRMADO  VALUE "C".
               88 LK-ETP-FATURADO    VALUE "F".
               88 LK-ETP-ENTREGUE    VALUE "E".
               88 LK-ETP-CANCELADO   VALUE "X".
      * DATA DA ETAPA (ZERO = DATA DO DIA)
           05 LK-ETP-DATA        PIC 9(008).
           05 LK-ETP-RC          PIC 99.
               88 LK-ETP-RC-OK       VALUE 0.
               88 LK-ETP-RC-ERRO     VALUE 8.
