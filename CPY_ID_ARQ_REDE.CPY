       01 WID-ARQ-REDE.
           05 WNM-PATH-REDE      PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REDE       PIC X(50) VALUE "REDE.IDX".
