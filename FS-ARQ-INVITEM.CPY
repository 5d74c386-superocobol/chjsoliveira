       01 ARQ-INVITEM-REC.
           05 FS-IVI-KEY.
               10 FS-IVI-NR-INVENTARIO   PIC  9(007) BLANK WHEN ZEROS.
               10 FS-IVI-CD-PRODUTO      PIC  9(007).
           05 FS-IVI-DADOS.
               10 FS-IVI-CD-FAMILIA      PIC  X(004).
               10 FS-IVI-CLASSE-ABC      PIC  X(001).
      * SALDO CONTABIL CONGELADO NA ABERTURA DO INVENTARIO
               10 FS-IVI-QT-SISTEMA      PIC S9(007).
               10 FS-IVI-QT-CONTADA      PIC  9(007).
               10 FS-IVI-IND-CONTADO     PIC  X(001).
                   88 FS-IVI-CONTADO     VALUE "S".
      * CUSTO VIGENTE NA ABERTURA, PARA A VALORIZACAO DA DIVERGENCIA
               10 FS-IVI-VL-CUSTO        PIC  9(007)V99.
               10 FILLER                 PIC  X(010).
