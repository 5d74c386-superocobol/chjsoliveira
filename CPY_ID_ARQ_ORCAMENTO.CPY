       01 WID-ARQ-ORCAMENTO.
           05 WNM-PATH-ORCAMENTO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-ORCAMENTO  PIC X(50) VALUE "ORCAMENTO.IDX".
