       01 WID-ARQ-COMPITEM.
           05 WNM-PATH-COMPITEM  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-COMPITEM   PIC X(50) VALUE "COMPITEM.IDX".
