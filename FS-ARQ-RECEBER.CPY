               10 FS-REC-NR-PARCELA      PIC  9(002).
               10 FS-REC-NR-ACORDO       PIC  9(007).
               10 FS-REC-NR-ESTAGIO-COB  PIC  9(001).
      * FILIAL CEDENTE DO TITULO; NAO NUMERICO OU ZERO = MATRIZ
               10 FS-REC-CD-FILIAL       PIC  9(003).
               10 FILLER                 PIC  X(006).
