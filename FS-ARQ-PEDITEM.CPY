                   88 FS-ITE-PRECO-CONTRATO VALUES ARE "S" "s".
               10 FS-ITE-PC-DESCONTO     PIC  9(002)V99.
               10 FS-ITE-VL-PRECO-ORIG   PIC  9(007)V99.
      * LINHA PRECIFICADA POR CAMPANHA ("S") OU BONIFICACAO DE LEVE
      * X GANHE Y ("B"); A CAMPANHA DA LINHA ESTA EM ARQ-PEDCAMP
               10 FS-ITE-IND-CAMPANHA    PIC  X(001).
                   88 FS-ITE-LINHA-CAMPANHA VALUE "S".
                   88 FS-ITE-BONUS-CAMPANHA VALUE "B".
