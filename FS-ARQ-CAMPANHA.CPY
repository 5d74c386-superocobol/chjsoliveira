       01 ARQ-CAMPANHA-REC.
           05 FS-CAM-KEY.
               10 FS-CAM-CD-CAMPANHA     PIC  9(007) BLANK WHEN ZEROS.
           05 FS-CAM-DADOS.
               10 FS-CAM-DS-CAMPANHA     PIC  X(030).
               10 FS-CAM-DT-INICIO       PIC  9(008).
               10 FS-CAM-DT-FIM          PIC  9(008).
      * ABRANGENCIA: PRODUTO (ZERO = QUALQUER) OU FAMILIA (BRANCO =
      * QUALQUER), REGIAO E CLASSE ABC DO CLIENTE (BRANCO = TODAS)
               10 FS-CAM-CD-PRODUTO      PIC  9(007).
               10 FS-CAM-CD-FAMILIA      PIC  X(004).
               10 FS-CAM-CD-REGIAO       PIC  X(004).
               10 FS-CAM-CLASSE-ABC      PIC  X(001).
      * MECANICA: PRECO PROMOCIONAL, PERCENTUAL SOBRE A TABELA OU
      * LEVE QT-COMPRA GANHE QT-BONUS EM LINHA DE BONIFICACAO
               10 FS-CAM-TP-MECANICA     PIC  X(001).
                   88 FS-CAM-PRECO-PROMO VALUE "P".
                   88 FS-CAM-PERCENTUAL  VALUE "D".
                   88 FS-CAM-LEVE-GANHE  VALUE "B".
                   88 FS-CAM-MECANICA-OK VALUES ARE "P" "D" "B".
               10 FS-CAM-VL-PRECO-PROMO  PIC  9(007)V99.
               10 FS-CAM-PC-DESCONTO     PIC  9(002)V99.
               10 FS-CAM-QT-COMPRA       PIC  9(005).
               10 FS-CAM-QT-BONUS        PIC  9(005).
      * VERBA DA CAMPANHA E O JA CONSUMIDO PELOS PEDIDOS (DESCONTO
      * CONCEDIDO SOBRE A TABELA OU BONIFICACAO A PRECO DE TABELA)
               10 FS-CAM-VL-VERBA        PIC  9(009)V99.
               10 FS-CAM-VL-CONSUMIDO    PIC  9(009)V99.
               10 FS-CAM-IND-ATIVO       PIC  X(001).
                   88 FS-CAM-INATIVA     VALUES ARE "N" "n".
               10 FILLER                 PIC  X(020).
