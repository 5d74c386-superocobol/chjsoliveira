       01 WID-ARQ-OCORRENCIA.
           05 WNM-PATH-OCORRENCIA PIC X(17) VALUE SPACES.
           05 WNM-ARQ-OCORRENCIA  PIC X(50) VALUE "OCORRENCIA.IDX".
