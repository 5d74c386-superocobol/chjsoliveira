       01 ARQ-EQUIPE-REC.
           05 FS-EQP-KEY.
               10 FS-EQP-CD-VENDEDOR     PIC  9(007).
      * MES A PARTIR DO QUAL A POSICAO VALE (000000 = POSICAO
      * ANTERIOR AO PRIMEIRO REGISTRO DE MUDANCA DO VENDEDOR)
               10 FS-EQP-ANO-MES         PIC  9(006).
           05 FS-EQP-DADOS.
               10 FS-EQP-IND-FUNCAO      PIC  X(001).
               10 FS-EQP-CD-SUPERIOR     PIC  9(007).
               10 FS-EQP-DT-ALTERACAO    PIC  9(008).
               10 FILLER                 PIC  X(020).
