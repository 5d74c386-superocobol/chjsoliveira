       01 WID-ARQ-LIGACAO.
           05 WNM-PATH-LIGACAO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-LIGACAO    PIC X(50) VALUE "LIGACAO.IDX".
