       01 WID-ARQ-DEPOSITO.
           05 WNM-PATH-DEPOSITO  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-DEPOSITO   PIC X(50) VALUE "DEPOSITO.IDX".
