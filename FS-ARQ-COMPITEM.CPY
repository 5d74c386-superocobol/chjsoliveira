       01 ARQ-COMPITEM-REC.
           05 FS-CPI-KEY.
               10 FS-CPI-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
               10 FS-CPI-NR-SEQUENCIA    PIC  9(003).
           05 FS-CPI-DADOS.
               10 FS-CPI-CD-PRODUTO      PIC  9(007).
               10 FS-CPI-QT-PEDIDA       PIC  9(005).
               10 FS-CPI-QT-RECEBIDA     PIC  9(005).
               10 FS-CPI-VL-CUSTO        PIC  9(007)V99.
               10 FS-CPI-DT-PREVISTA     PIC  9(008).
               10 FS-CPI-DT-ULT-RECEB    PIC  9(008).
      * LINHA ENCERRADA PELO RECEBIMENTO DENTRO DA TOLERANCIA OU
      * PELO CANCELAMENTO DO SALDO; SO LINHA ABERTA ACEITA ENTRADA
               10 FS-CPI-IND-SITUACAO    PIC  X(001).
                   88 FS-CPI-ABERTA      VALUE "A".
                   88 FS-CPI-ENCERRADA   VALUE "E".
                   88 FS-CPI-CANCELADA   VALUE "X".
               10 FILLER                 PIC  X(010).
