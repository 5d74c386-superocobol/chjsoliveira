       01 WID-ARQ-REAGENDA.
           05 WNM-PATH-REAGENDA  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REAGENDA   PIC X(50) VALUE "REAGENDA.IDX".
