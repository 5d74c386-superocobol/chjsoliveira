       01 ARQ-COMPRA-REC.
           05 FS-CMP-KEY.
               10 FS-CMP-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
           05 FS-CMP-DADOS.
               10 FS-CMP-CD-FORNECEDOR   PIC  9(007).
               10 FS-CMP-DT-EMISSAO      PIC  9(008).
               10 FS-CMP-IND-SITUACAO    PIC  X(001).
                   88 FS-CMP-ABERTO      VALUE "A".
                   88 FS-CMP-PARCIAL     VALUE "P".
                   88 FS-CMP-ENCERRADO   VALUE "E".
                   88 FS-CMP-CANCELADO   VALUE "X".
                   88 FS-CMP-PENDENTE    VALUES ARE "A" "P".
      * AS LINHAS DO PEDIDO DE COMPRA VIVEM EM ARQ-COMPITEM (CHAVE
      * PEDIDO + SEQUENCIA)
               10 FS-CMP-QT-ITENS        PIC  9(003).
               10 FS-CMP-VL-TOTAL        PIC  9(011)V99.
               10 FS-CMP-ID-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(020).
