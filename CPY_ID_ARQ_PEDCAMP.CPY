       01 WID-ARQ-PEDCAMP.
           05 WNM-PATH-PEDCAMP   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PEDCAMP    PIC X(50) VALUE "PEDCAMP.IDX".
