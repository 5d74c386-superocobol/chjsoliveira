       01 WID-ARQ-PRGITEM.
           05 WNM-PATH-PRGITEM   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PRGITEM    PIC X(50) VALUE "PRGITEM.IDX".
