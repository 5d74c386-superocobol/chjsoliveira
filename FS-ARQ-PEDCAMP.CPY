       01 ARQ-PEDCAMP-REC.
           05 FS-PCA-KEY.
               10 FS-PCA-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
               10 FS-PCA-NR-SEQUENCIA    PIC  9(003).
           05 FS-PCA-DADOS.
               10 FS-PCA-CD-CAMPANHA     PIC  9(007).
               10 FS-PCA-TP-MECANICA     PIC  X(001).
               10 FS-PCA-CD-PRODUTO      PIC  9(007).
               10 FS-PCA-QT              PIC  9(005).
      * VERBA CONSUMIDA PELA LINHA, DEVOLVIDA A CAMPANHA QUANDO A
      * LINHA E REDIGITADA OU O PEDIDO E CANCELADO
               10 FS-PCA-VL-INVESTIMENTO PIC  9(009)V99.
               10 FS-PCA-DT-PEDIDO       PIC  9(008).
               10 FILLER                 PIC  X(010).
