                   88 FS-ENT-AUSENTE     VALUES ARE "A" "a".
               10 FS-ENT-CD-MOTIVO       PIC  X(002).
               10 FS-ENT-QT-ENTREGUE     PIC  9(005).
      * MOTORISTA DO DIA DE CARGA QUE FEZ A ENTREGA (ZERO/BRANCO =
      * NAO IDENTIFICADO)
               10 FS-ENT-CD-MOTORISTA    PIC  9(005).
      * NUMERO DA TENTATIVA DE ENTREGA DO PEDIDO (2 EM DIANTE =
      * PEDIDO REAGENDADO; NAO NUMERICO NOS REGISTROS ANTIGOS = 1)
               10 FS-ENT-NR-TENTATIVA    PIC  9(002).
               10 FILLER                 PIC  X(003).
