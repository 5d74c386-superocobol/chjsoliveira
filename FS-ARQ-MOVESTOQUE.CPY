               10 FS-MOV-QT              PIC S9(005).
               10 FS-MOV-CD-MOTIVO       PIC  X(002).
               10 FS-MOV-NR-DOCUMENTO    PIC  9(007).
      * DEPOSITO DO MOVIMENTO (NAO NUMERICO NOS MOVIMENTOS ANTERIORES
      * AOS DEPOSITOS = DEPOSITO PADRAO)
               10 FS-MOV-CD-DEPOSITO     PIC  9(003).
      * LINHA DO PEDIDO QUE GEROU A SAIDA POR FATURAMENTO ("FT");
      * NAO NUMERICO NOS DEMAIS MOVIMENTOS E NOS MAIS ANTIGOS
               10 FS-MOV-NR-SEQ-ITEM     PIC  9(003).
               10 FILLER                 PIC  X(004).
