       01 ARQ-ESTOQUE-REC.
           05 FS-STQ-KEY.
               10 FS-STQ-CD-PRODUTO      PIC  9(007) BLANK WHEN ZEROS.
               10 FS-STQ-CD-DEPOSITO     PIC  9(003).
           05 FS-STQ-DADOS.
               10 FS-STQ-QT-SALDO        PIC S9(007).
               10 FS-STQ-QT-RESERVADO    PIC S9(007).
      * DATA DA ULTIMA CONTAGEM FISICA LANCADA (INVENTARIO)
               10 FS-STQ-DT-ULT-CONTAGEM PIC  9(008).
               10 FILLER                 PIC  X(002).
