       01 ARQ-LOTE-REC.
      * A VALIDADE NA CHAVE DEIXA OS LOTES DE CADA PRODUTO EM CADA
      * DEPOSITO NA ORDEM EM QUE DEVEM SAIR (PRIMEIRO QUE VENCE,
      * PRIMEIRO QUE SAI)
           05 FS-LOT-KEY.
               10 FS-LOT-CD-PRODUTO      PIC  9(007) BLANK WHEN ZEROS.
               10 FS-LOT-CD-DEPOSITO     PIC  9(003).
               10 FS-LOT-DT-VALIDADE     PIC  9(008).
               10 FS-LOT-NR-LOTE         PIC  X(010).
           05 FS-LOT-DADOS.
               10 FS-LOT-DT-FABRICACAO   PIC  9(008).
               10 FS-LOT-DT-ENTRADA      PIC  9(008).
               10 FS-LOT-NR-PEDIDO-CMP   PIC  9(007).
               10 FS-LOT-QT-RECEBIDA     PIC  9(007).
               10 FS-LOT-QT-SALDO        PIC S9(007).
               10 FILLER                 PIC  X(020).
