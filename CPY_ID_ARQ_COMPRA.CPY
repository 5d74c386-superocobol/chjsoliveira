       01 WID-ARQ-COMPRA.
           05 WNM-PATH-COMPRA    PIC X(17) VALUE SPACES.
           05 WNM-ARQ-COMPRA     PIC X(50) VALUE "COMPRA.IDX".
