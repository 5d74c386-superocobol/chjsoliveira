       01 WID-ARQ-HAVER.
           05 WNM-PATH-HAVER PIC X(17) VALUE SPACES.
           05 WNM-ARQ-HAVER  PIC X(50) VALUE "HAVER.IDX".
