       01 WID-ARQ-LOTE.
           05 WNM-PATH-LOTE      PIC X(17) VALUE SPACES.
           05 WNM-ARQ-LOTE       PIC X(50) VALUE "LOTE.IDX".
