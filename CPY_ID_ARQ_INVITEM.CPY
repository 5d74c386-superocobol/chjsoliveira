       01 WID-ARQ-INVITEM.
           05 WNM-PATH-INVITEM   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-INVITEM    PIC X(50) VALUE "INVITEM.IDX".
