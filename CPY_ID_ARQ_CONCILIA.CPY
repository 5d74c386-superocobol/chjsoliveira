       01 WID-ARQ-CONCILIA.
           05 WNM-PATH-CONCILIA  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-CONCILIA   PIC X(50) VALUE "CONCILIA.IDX".
