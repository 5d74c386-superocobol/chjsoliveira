       01 WID-ARQ-FROTA.
           05 WNM-PATH-FROTA     PIC X(17) VALUE SPACES.
           05 WNM-ARQ-FROTA      PIC X(50) VALUE "FROTA.IDX".
