       01 WID-ARQ-ORCITEM.
           05 WNM-PATH-ORCITEM   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ORCITEM    PIC X(50) VALUE "ORCITEM.IDX".
