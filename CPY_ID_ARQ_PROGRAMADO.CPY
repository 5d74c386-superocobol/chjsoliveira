       01 WID-ARQ-PROGRAMADO.
           05 WNM-PATH-PROGRAMADO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PROGRAMADO  PIC X(50) VALUE "PROGRAMADO.IDX".
