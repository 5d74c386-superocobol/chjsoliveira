       01 WID-ARQ-BALANCO.
           05 WNM-PATH-BALANCO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-BALANCO  PIC X(50) VALUE "BALANCO.IDX".
