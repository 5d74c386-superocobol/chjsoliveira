       01 WID-ARQ-FILIAL.
           05 WNM-PATH-FILIAL    PIC X(17) VALUE SPACES.
           05 WNM-ARQ-FILIAL     PIC X(50) VALUE "FILIAL.IDX".
