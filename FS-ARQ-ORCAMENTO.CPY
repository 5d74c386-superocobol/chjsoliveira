       01 ARQ-ORCAMENTO-REC.
           05 FS-ORC-KEY.
               10 FS-ORC-NR-ORCAMENTO    PIC  9(007).
           05 FS-ORC-DADOS.
               10 FS-ORC-CD-CLIENTE      PIC  9(007).
               10 FS-ORC-CD-VENDEDOR     PIC  9(007).
               10 FS-ORC-DT-ORCAMENTO    PIC  9(008).
      * ULTIMO DIA EM QUE O ORCAMENTO PODE VIRAR PEDIDO; ORCAMENTO
      * ABERTO COM VALIDADE PASSADA E TRATADO COMO VENCIDO
               10 FS-ORC-DT-VALIDADE     PIC  9(008).
               10 FS-ORC-IND-SITUACAO    PIC  X(001).
                   88 FS-ORC-ABERTO      VALUE "A".
                   88 FS-ORC-CONVERTIDO  VALUE "C".
                   88 FS-ORC-CANCELADO   VALUE "X".
      * OS ITENS VIVEM EM ARQ-ORCITEM (CHAVE ORCAMENTO + SEQUENCIA),
      * COM O PRECO COTADO QUE E MANTIDO NA CONVERSAO EM PEDIDO
               10 FS-ORC-QT-ITENS        PIC  9(003).
               10 FS-ORC-VL-TOTAL        PIC  9(011)V99.
               10 FS-ORC-CD-CONDPAG      PIC  9(003).
               10 FS-ORC-TP-PEDIDO       PIC  X(001).
      * PEDIDO GERADO PELA CONVERSAO E DATA DA CONVERSAO
               10 FS-ORC-NR-PEDIDO       PIC  9(007).
               10 FS-ORC-DT-CONVERSAO    PIC  9(008).
               10 FS-ORC-CD-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(010).
