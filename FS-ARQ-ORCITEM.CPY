       01 ARQ-ORCITEM-REC.
           05 FS-OIT-KEY.
               10 FS-OIT-NR-ORCAMENTO    PIC  9(007).
               10 FS-OIT-NR-SEQUENCIA    PIC  9(003).
           05 FS-OIT-DADOS.
               10 FS-OIT-CD-PRODUTO      PIC  9(007).
               10 FS-OIT-QT              PIC  9(005).
               10 FS-OIT-VL-UNITARIO     PIC  9(007)V99.
               10 FS-OIT-VL-TOTAL        PIC  9(009)V99.
               10 FS-OIT-IND-CONTRATO    PIC  X(001).
               10 FS-OIT-PC-DESCONTO     PIC  9(002)V99.
               10 FS-OIT-VL-PRECO-ORIG   PIC  9(007)V99.
      * LINHA COTADA ABAIXO DO PISO, DO CUSTO OU ALEM DA ALCADA DO
      * VENDEDOR: O PEDIDO DA CONVERSAO NASCE RETIDO
               10 FS-OIT-IND-RETENCAO    PIC  X(001).
                   88 FS-OIT-RETIDA      VALUE "S".
