       01 ARQ-PEDETAPA-REC.
           05 FS-PET-KEY.
               10 FS-PET-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
           05 FS-PET-DADOS.
      * DATA DE CADA MUDANCA DE SITUACAO DO PEDIDO (ZERO = ETAPA
      * AINDA NAO ATINGIDA), GRAVADAS POR CBL_GRAVA_ETAPA
               10 FS-PET-DT-DIGITACAO    PIC  9(008).
               10 FS-PET-DT-RETENCAO     PIC  9(008).
               10 FS-PET-DT-LIBERACAO    PIC  9(008).
               10 FS-PET-DT-CONFIRMACAO  PIC  9(008).
               10 FS-PET-DT-FATURAMENTO  PIC  9(008).
      * PRIMEIRA ENTREGA INTEGRAL OU PARCIAL (ARQ-ENTREGA)
               10 FS-PET-DT-ENTREGA      PIC  9(008).
               10 FS-PET-DT-CANCELAMENTO PIC  9(008).
               10 FILLER                 PIC  X(020).
