       01 ARQ-FROTA-REC.
      * LANCAMENTOS DE CUSTO OPERACIONAL DA FROTA, POR VEICULO E DATA
           05 FS-FRT-KEY.
               10 FS-FRT-NR-PLACA        PIC  X(007).
               10 FS-FRT-DT-LANCAMENTO   PIC  9(008).
               10 FS-FRT-NR-SEQUENCIA    PIC  9(003).
           05 FS-FRT-DADOS.
               10 FS-FRT-TP-LANCAMENTO   PIC  X(001).
                   88 FS-FRT-ABASTECIMENTO VALUES ARE "A" "a".
                   88 FS-FRT-ODOMETRO      VALUES ARE "O" "o".
                   88 FS-FRT-MANUTENCAO    VALUES ARE "M" "m".
      * LEITURA DO ODOMETRO EM KM (ZERO = NAO INFORMADA)
               10 FS-FRT-QT-ODOMETRO     PIC  9(007).
               10 FS-FRT-QT-LITROS       PIC  9(005)V99.
               10 FS-FRT-VL-LANCAMENTO   PIC  9(009)V99.
               10 FS-FRT-DS-LANCAMENTO   PIC  X(030).
      * CONSUMO EM KM/L APURADO NO ABASTECIMENTO (ZERO = SEM BASE)
               10 FS-FRT-VL-CONSUMO      PIC  9(003)V99.
               10 FS-FRT-IND-SUSPEITO    PIC  X(001).
                   88 FS-FRT-SUSPEITO    VALUE "S".
               10 FS-FRT-CD-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(020).
