       01 WID-ARQ-REEMBOLSO.
           05 WNM-PATH-REEMBOLSO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REEMBOLSO  PIC X(50) VALUE "REEMBOLSO.IDX".
