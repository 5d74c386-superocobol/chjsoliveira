       01 WID-ARQ-ORDRECOL.
           05 WNM-PATH-ORDRECOL  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ORDRECOL   PIC X(50) VALUE "ORDRECOL.IDX".
