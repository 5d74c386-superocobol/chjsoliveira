                   88 FS-PED-CONFIRMADO  VALUE "C".
                   88 FS-PED-FATURADO    VALUE "F".
                   88 FS-PED-CANCELADO   VALUE "X".
      * RETIDO NA DIGITACAO AGUARDANDO O SUPERVISOR (ARQ-RETENCAO);
      * NAO E FATURADO ATE SER LIBERADO
                   88 FS-PED-RETIDO      VALUE "R".
      * OS ITENS DO PEDIDO VIVEM EM ARQ-PEDITEM (CHAVE PEDIDO +
      * SEQUENCIA), SEM TETO DE LINHAS POR PEDIDO
               10 FS-PED-QT-ITENS        PIC  9(003).
                   88 FS-PED-TP-VENDA        VALUES ARE "V" " ".
                   88 FS-PED-TP-BONIFICACAO  VALUE "B".
                   88 FS-PED-TP-TROCA        VALUE "T".
      * DEPOSITO QUE ATENDE O PEDIDO (O DA REGIAO DO CLIENTE NA
      * DIGITACAO); NAO NUMERICO OU ZERO = DEPOSITO PADRAO
               10 FS-PED-CD-DEPOSITO     PIC  9(003).
      * FILIAL QUE EMITE O PEDIDO (A DO DEPOSITO); NAO NUMERICO OU
      * ZERO = MATRIZ (FILIAL 1)
               10 FS-PED-CD-FILIAL       PIC  9(003).
               10 FILLER                 PIC  X(002).
