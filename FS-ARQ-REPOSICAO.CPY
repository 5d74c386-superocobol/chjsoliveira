       01 ARQ-REPOSICAO-REC.
           05 FS-REP-KEY.
               10 FS-REP-CD-PRODUTO      PIC  9(007) BLANK WHEN ZEROS.
           05 FS-REP-DADOS.
               10 FS-REP-CD-FORNECEDOR   PIC  9(007).
      * PRAZO DE REPOSICAO EM DIAS CORRIDOS; ZERO ASSUME O PRAZO
      * PADRAO DO FORNECEDOR
               10 FS-REP-QT-PRAZO-DIAS   PIC  9(003).
      * DIAS DE CONSUMO MANTIDOS COMO ESTOQUE DE SEGURANCA
               10 FS-REP-QT-DIAS-SEGURANCA PIC 9(003).
      * PONTO DE PEDIDO FIXO INFORMADO; ZERO USA O CALCULADO
               10 FS-REP-QT-PONTO-FIXO   PIC  9(007).
               10 FS-REP-QT-LOTE-MINIMO  PIC  9(005).
      * APURADOS PELA SUGESTAO DE COMPRA (CBL_SUGESTAO_COMPRA)
               10 FS-REP-QT-MEDIA-DIARIA PIC  9(005)V99.
               10 FS-REP-QT-PONTO-CALC   PIC  9(007).
               10 FS-REP-DT-CALCULO      PIC  9(008).
               10 FILLER                 PIC  X(020).
