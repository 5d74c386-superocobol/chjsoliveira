       01 WID-ARQ-FORNECEDOR.
           05 WNM-PATH-FORNECEDOR PIC X(17) VALUE SPACES.
           05 WNM-ARQ-FORNECEDOR  PIC X(50) VALUE "FORNECEDOR.IDX".
