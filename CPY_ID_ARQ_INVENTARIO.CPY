       01 WID-ARQ-INVENTARIO.
           05 WNM-PATH-INVENTARIO PIC X(17) VALUE SPACES.
           05 WNM-ARQ-INVENTARIO  PIC X(50) VALUE "INVENTARIO.IDX".
