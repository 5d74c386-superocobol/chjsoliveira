       01 WID-ARQ-PONTOS.
           05 WNM-PATH-PONTOS PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PONTOS  PIC X(50) VALUE "PONTOS.IDX".
