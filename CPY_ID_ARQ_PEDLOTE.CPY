       01 WID-ARQ-PEDLOTE.
           05 WNM-PATH-PEDLOTE   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PEDLOTE    PIC X(50) VALUE "PEDLOTE.IDX".
