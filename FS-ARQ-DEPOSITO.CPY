       01 ARQ-DEPOSITO-REC.
           05 FS-DEP-KEY.
               10 FS-DEP-CD-DEPOSITO     PIC  9(003) BLANK WHEN ZEROS.
           05 FS-DEP-DADOS.
               10 FS-DEP-DS-DEPOSITO     PIC  X(030).
               10 FS-DEP-DS-ENDERECO     PIC  X(040).
               10 FS-DEP-IND-ATIVO       PIC  X(001).
                   88 FS-DEP-INATIVO     VALUES ARE "N" "n".
      * FILIAL DONA DO DEPOSITO; NAO NUMERICO OU ZERO = MATRIZ
               10 FS-DEP-CD-FILIAL       PIC  9(003).
               10 FILLER                 PIC  X(017).
