       01 ARQ-PREMIO-REC.
           05 FS-PRM-KEY.
      * PRODUTO ENTREGUE COMO PREMIO, EM PEDIDO DE BONIFICACAO
               10 FS-PRM-CD-PRODUTO      PIC  9(007) BLANK WHEN ZEROS.
           05 FS-PRM-DADOS.
      * PONTOS EXIGIDOS E CUSTO DO PREMIO, POR UNIDADE DO PRODUTO
               10 FS-PRM-QT-PONTOS       PIC  9(007).
               10 FS-PRM-VL-CUSTO        PIC  9(007)V99.
               10 FS-PRM-IND-ATIVO       PIC  X(001).
                   88 FS-PRM-INATIVO     VALUES ARE "N" "n".
               10 FILLER                 PIC  X(020).
