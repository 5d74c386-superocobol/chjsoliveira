       01 WID-ARQ-REVLIM.
           05 WNM-PATH-REVLIM PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REVLIM  PIC X(50) VALUE "REVLIMITE.IDX".
