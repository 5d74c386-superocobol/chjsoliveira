       01 WID-ARQ-RETENCAO.
           05 WNM-PATH-RETENCAO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-RETENCAO  PIC X(50) VALUE "RETENCAO.IDX".
