               10 FS-REG-VL-LAT-MAX      PIC S9(003)V9(008).
               10 FS-REG-VL-LON-MIN      PIC S9(003)V9(008).
               10 FS-REG-VL-LON-MAX      PIC S9(003)V9(008).
      * DEPOSITO QUE ATENDE A REGIAO (NAO NUMERICO OU ZERO = DEPOSITO
      * PADRAO)
               10 FS-REG-CD-DEPOSITO     PIC  9(003).
               10 FILLER                 PIC  X(007).
