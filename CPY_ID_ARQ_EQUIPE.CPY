       01 WID-ARQ-EQUIPE.
           05 WNM-PATH-EQUIPE PIC X(17) VALUE SPACES.
           05 WNM-ARQ-EQUIPE  PIC X(50) VALUE "EQUIPE.IDX".
