       01 WID-ARQ-CAMPANHA.
           05 WNM-PATH-CAMPANHA  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-CAMPANHA   PIC X(50) VALUE "CAMPANHA.IDX".
