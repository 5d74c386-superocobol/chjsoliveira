       01 ARQ-ESCALA-REC.
      * UM REGISTRO POR DIA DE CARGA (ARQUIVO
      * CARGA_VENDEDOR_<CD>_<AAAAMMDD>_DIA_<N>.CSV)
           05 FS-ESC-KEY.
               10 FS-ESC-DT-CARGA        PIC  9(008).
               10 FS-ESC-CD-VENDEDOR     PIC  9(007).
               10 FS-ESC-NR-DIA          PIC  9(003).
           05 FS-ESC-DADOS.
               10 FS-ESC-NR-PLACA        PIC  X(007).
               10 FS-ESC-CD-MOTORISTA    PIC  9(005).
               10 FS-ESC-CD-DEPOSITO     PIC  9(003).
               10 FILLER                 PIC  X(020).
