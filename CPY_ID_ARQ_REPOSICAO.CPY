       01 WID-ARQ-REPOSICAO.
           05 WNM-PATH-REPOSICAO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REPOSICAO  PIC X(50) VALUE "REPOSICAO.IDX".
