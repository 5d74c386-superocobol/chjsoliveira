       01 ARQ-REAGENDA-REC.
           05 FS-REA-KEY.
               10 FS-REA-NR-PEDIDO       PIC  9(007).
           05 FS-REA-DADOS.
               10 FS-REA-CD-CLIENTE      PIC  9(007).
               10 FS-REA-CD-VENDEDOR     PIC  9(007).
               10 FS-REA-DT-FATURAMENTO  PIC  9(008).
      * DATA DA ULTIMA TENTATIVA FRUSTRADA E QUANTAS JA HOUVE
               10 FS-REA-DT-ULT-ENTREGA  PIC  9(008).
               10 FS-REA-QT-TENTATIVAS   PIC  9(002).
      * PRIMEIRO DIA UTIL EM QUE O PEDIDO PODE VOLTAR A CARGA E O
      * DIA DE CARGA EM QUE EFETIVAMENTE FOI COLOCADO
               10 FS-REA-DT-PREVISTA     PIC  9(008).
               10 FS-REA-DT-CARGA        PIC  9(008).
               10 FS-REA-IND-SITUACAO    PIC  X(001).
                   88 FS-REA-PENDENTE    VALUE "P".
                   88 FS-REA-CARREGADO   VALUE "C".
                   88 FS-REA-MANUAL      VALUE "M".
                   88 FS-REA-ENCERRADO   VALUE "E".
      * ULTIMO RESULTADO/MOTIVO APONTADO EM ARQ-ENTREGA
               10 FS-REA-CD-RESULTADO    PIC  X(001).
               10 FS-REA-CD-MOTIVO       PIC  X(002).
               10 FILLER                 PIC  X(020).
