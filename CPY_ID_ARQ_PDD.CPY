       01 WID-ARQ-PDD.
           05 WNM-PATH-PDD   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PDD    PIC X(50) VALUE "PDD.IDX".
