       01 ARQ-OCOHIST-REC.
           05 FS-OCH-KEY.
               10 FS-OCH-NR-OCORRENCIA   PIC  9(007) BLANK WHEN ZEROS.
               10 FS-OCH-NR-SEQ          PIC  9(003).
           05 FS-OCH-DADOS.
               10 FS-OCH-TP-EVENTO       PIC  X(001).
                   88 FS-OCH-ABERTURA        VALUE "A".
                   88 FS-OCH-ENCAMINHAMENTO  VALUE "E".
                   88 FS-OCH-COMENTARIO      VALUE "C".
                   88 FS-OCH-FECHAMENTO      VALUE "F".
               10 FS-OCH-DT-EVENTO       PIC  9(008).
               10 FS-OCH-HR-EVENTO       PIC  9(006).
      * AREA RESPONSAVEL APOS O EVENTO
               10 FS-OCH-CD-AREA         PIC  X(003).
               10 FS-OCH-ID-OPERADOR     PIC  X(010).
               10 FS-OCH-DS-TEXTO        PIC  X(060).
               10 FILLER                 PIC  X(010).
