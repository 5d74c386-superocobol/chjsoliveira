       01 WID-ARQ-ACERTO.
           05 WNM-PATH-ACERTO    PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ACERTO     PIC X(50) VALUE "ACERTO.IDX".
