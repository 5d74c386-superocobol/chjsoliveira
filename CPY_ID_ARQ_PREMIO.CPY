       01 WID-ARQ-PREMIO.
           05 WNM-PATH-PREMIO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PREMIO  PIC X(50) VALUE "PREMIO.IDX".
