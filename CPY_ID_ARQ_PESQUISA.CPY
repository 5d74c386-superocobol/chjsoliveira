       01 WID-ARQ-PESQUISA.
           05 WNM-PATH-PESQUISA  PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PESQUISA   PIC X(50) VALUE "PESQUISA.IDX".
