       01 ARQ-PEDLOTE-REC.
      * LOTES CONSUMIDOS NA BAIXA DE CADA LINHA DO PEDIDO FATURADO;
      * A QUANTIDADE QUE NAO ACHOU LOTE VALIDO NAO GERA REGISTRO
           05 FS-PLT-KEY.
               10 FS-PLT-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
               10 FS-PLT-NR-SEQUENCIA    PIC  9(003).
               10 FS-PLT-NR-ORDEM        PIC  9(002).
           05 FS-PLT-DADOS.
               10 FS-PLT-CD-PRODUTO      PIC  9(007).
               10 FS-PLT-NR-LOTE         PIC  X(010).
               10 FS-PLT-DT-VALIDADE     PIC  9(008).
               10 FS-PLT-QT              PIC  9(005).
               10 FILLER                 PIC  X(010).
