       01 ARQ-PDD-REC.
           05 FS-PDD-KEY.
               10 FS-PDD-ANO-MES         PIC  9(006) BLANK WHEN ZEROS.
           05 FS-PDD-DADOS.
               10 FS-PDD-DT-BASE         PIC  9(008).
               10 FS-PDD-DT-CALCULO      PIC  9(008).
      * FAIXAS DE ATRASO NA DATA-BASE: A VENCER, ATE 30, ATE 60,
      * ATE 90, ATE 180, ATE 360 E ACIMA DE 360 DIAS
               10 FS-PDD-FAIXA OCCURS 7.
                   15 FS-PDD-VL-BASE     PIC  9(013)V99.
                   15 FS-PDD-PC-FAIXA    PIC  9(003)V99.
                   15 FS-PDD-VL-PROVISAO PIC  9(013)V99.
               10 FS-PDD-VL-SALDO        PIC  9(013)V99.
               10 FS-PDD-VL-SALDO-ANT    PIC  9(013)V99.
               10 FS-PDD-IND-MOVIMENTO   PIC  X(001).
                   88 FS-PDD-CONSTITUICAO VALUE "C".
                   88 FS-PDD-REVERSAO     VALUE "R".
                   88 FS-PDD-SEM-MOVIMENTO VALUE " ".
               10 FS-PDD-VL-MOVIMENTO    PIC  9(013)V99.
               10 FILLER                 PIC  X(020).
