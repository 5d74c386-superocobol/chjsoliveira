       01 WID-ARQ-ALTPEND.
           05 WNM-PATH-ALTPEND PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ALTPEND  PIC X(50) VALUE "ALTPEND.IDX".
