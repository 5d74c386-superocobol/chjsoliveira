                   88 FS-PRD-FECHADO     VALUE "F".
               10 FS-PRD-DT-FECHAMENTO   PIC  9(008).
               10 FS-PRD-ID-OPERADOR     PIC  X(010).
               10 FS-PRD-IND-CONC-RECEBER PIC X(001).
                   88 FS-PRD-CONC-REC-OK      VALUE "S".
                   88 FS-PRD-CONC-REC-DIVERGE VALUE "D".
               10 FS-PRD-DT-CONC-RECEBER PIC  9(008).
               10 FILLER                 PIC  X(001).
