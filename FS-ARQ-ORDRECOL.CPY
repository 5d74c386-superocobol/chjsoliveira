       01 ARQ-ORDRECOL-REC.
           05 FS-ORR-KEY.
               10 FS-ORR-NR-ATIVO        PIC  9(007) BLANK WHEN ZEROS.
               10 FS-ORR-DT-EMISSAO      PIC  9(008).
           05 FS-ORR-DADOS.
               10 FS-ORR-CD-CLIENTE      PIC  9(007).
               10 FS-ORR-CD-VENDEDOR     PIC  9(007).
      * VOLUME MENSAL POR ATIVO QUE MOTIVOU O RECOLHIMENTO
               10 FS-ORR-QT-VOLUME-MES   PIC  9(007)V99.
               10 FS-ORR-IND-SITUACAO    PIC  X(001).
                   88 FS-ORR-PENDENTE    VALUE "P".
                   88 FS-ORR-CONFIRMADA  VALUE "C".
                   88 FS-ORR-CANCELADA   VALUE "X".
               10 FS-ORR-DT-SITUACAO     PIC  9(008).
               10 FILLER                 PIC  X(020).
