       01 WID-ARQ-ESCALA.
           05 WNM-PATH-ESCALA    PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ESCALA     PIC X(50) VALUE "ESCALA.IDX".
