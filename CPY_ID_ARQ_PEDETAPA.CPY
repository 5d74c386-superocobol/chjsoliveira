       01 WID-ARQ-PEDETAPA.
           05 WNM-PATH-PEDETAPA PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PEDETAPA  PIC X(50) VALUE "PEDETAPA.IDX".
