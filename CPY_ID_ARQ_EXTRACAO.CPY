       01 WID-ARQ-EXTRACAO.
           05 WNM-PATH-EXTRACAO  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-EXTRACAO   PIC X(50) VALUE "EXTRACAO.IDX".
