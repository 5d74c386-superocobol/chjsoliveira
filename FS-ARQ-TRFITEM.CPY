       01 ARQ-TRFITEM-REC.
           05 FS-TRI-KEY.
               10 FS-TRI-NR-TRANSF       PIC  9(007) BLANK WHEN ZEROS.
               10 FS-TRI-NR-SEQUENCIA    PIC  9(003).
           05 FS-TRI-DADOS.
               10 FS-TRI-CD-PRODUTO      PIC  9(007).
               10 FS-TRI-QT              PIC  9(005).
      * LOTE CONSUMIDO NA ORIGEM E RECRIADO NO DESTINO; EM BRANCO
      * QUANDO A QUANTIDADE NAO TINHA LOTE VALIDO NA ORIGEM
               10 FS-TRI-NR-LOTE         PIC  X(010).
               10 FS-TRI-DT-VALIDADE     PIC  9(008).
               10 FS-TRI-DT-FABRICACAO   PIC  9(008).
               10 FILLER                 PIC  X(010).
