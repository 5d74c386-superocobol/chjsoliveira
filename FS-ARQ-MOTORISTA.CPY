       01 ARQ-MOTORISTA-REC.
           05 FS-MOT-KEY.
               10 FS-MOT-CD-MOTORISTA    PIC  9(005) BLANK WHEN ZEROS.
           05 FS-MOT-DADOS.
               10 FS-MOT-NM-MOTORISTA    PIC  X(040).
               10 FS-MOT-NR-CNH          PIC  X(011).
      * CATEGORIA DA CNH (A, B, C, D, E, AB, AC, AD OU AE)
               10 FS-MOT-CD-CATEGORIA    PIC  X(002).
               10 FS-MOT-DT-VALIDADE-CNH PIC  9(008).
               10 FS-MOT-IND-ATIVO       PIC  X(001).
                   88 FS-MOT-INATIVO     VALUES ARE "N" "n".
               10 FILLER                 PIC  X(020).
