               10 FS-VEI-QT-CAPAC-CAIXAS PIC  9(005).
               10 FS-VEI-IND-ATIVO       PIC  X(001).
                   88 FS-VEI-INATIVO     VALUES ARE "N" "n".
      * CATEGORIA MINIMA DE CNH PARA DIRIGIR O VEICULO (B, C, D OU
      * E; EM BRANCO VALE B)
               10 FS-VEI-CD-CATEGORIA-CNH PIC X(001).
               10 FILLER                 PIC  X(009).
