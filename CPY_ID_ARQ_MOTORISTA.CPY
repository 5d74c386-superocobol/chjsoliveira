       01 WID-ARQ-MOTORISTA.
           05 WNM-PATH-MOTORISTA PIC X(17) VALUE SPACES.
           05 WNM-ARQ-MOTORISTA  PIC X(50) VALUE "MOTORISTA.IDX".
