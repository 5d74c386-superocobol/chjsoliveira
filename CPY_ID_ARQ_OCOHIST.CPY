       01 WID-ARQ-OCOHIST.
           05 WNM-PATH-OCOHIST   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-OCOHIST    PIC X(50) VALUE "OCOHIST.IDX".
