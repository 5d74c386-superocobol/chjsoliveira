       01 ARQ-PESQUISA-REC.
           05 FS-PES-KEY.
               10 FS-PES-CD-CLIENTE      PIC  9(007) BLANK WHEN ZEROS.
               10 FS-PES-CD-PRODUTO      PIC  9(007).
               10 FS-PES-DT-PESQUISA     PIC  9(008).
           05 FS-PES-DADOS.
      * MARCA CONCORRENTE E PRECOS DE GONDOLA NO PONTO DE VENDA
               10 FS-PES-DS-MARCA-CONC   PIC  X(020).
               10 FS-PES-VL-PRECO-CONC   PIC  9(007)V99.
               10 FS-PES-VL-PRECO-PROPRIO PIC 9(007)V99.
               10 FS-PES-CD-VENDEDOR     PIC  9(007).
               10 FILLER                 PIC  X(015).
