       01 WID-ARQ-TRANSF.
           05 WNM-PATH-TRANSF    PIC X(17) VALUE SPACES.
           05 WNM-ARQ-TRANSF     PIC X(50) VALUE "TRANSF.IDX".
