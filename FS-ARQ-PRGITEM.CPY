       01 ARQ-PRGITEM-REC.
           05 FS-PGI-KEY.
               10 FS-PGI-NR-PROGRAMADO   PIC  9(007) BLANK WHEN ZEROS.
               10 FS-PGI-NR-SEQUENCIA    PIC  9(003).
           05 FS-PGI-DADOS.
               10 FS-PGI-CD-PRODUTO      PIC  9(007).
               10 FS-PGI-QT              PIC  9(005).
               10 FILLER                 PIC  X(010).
