       01 WID-ARQ-TRFITEM.
           05 WNM-PATH-TRFITEM   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-TRFITEM    PIC X(50) VALUE "TRFITEM.IDX".
