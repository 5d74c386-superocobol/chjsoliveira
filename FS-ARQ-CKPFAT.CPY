      * CHECKPOINT DO FATURAMENTO (FATURA_LOTE.CKP E
      * GERA_RECEBER.CKP): UM REGISTRO, REGRAVADO A CADA EFETIVACAO
      * E A CADA ETAPA DO PEDIDO EM CURSO. ARQUIVO VAZIO = NENHUMA
      * EXECUCAO PENDENTE
       01 ARQ-CKP-FAT-REC.
      * ULTIMO PEDIDO COMPLETO NA ULTIMA EFETIVACAO (A RETOMADA
      * CONTINUA DEPOIS DELE)
           05 FS-CKF-NR-ULT-PEDIDO    PIC 9(007).
           05 FILLER                  PIC X(001).
      * PEDIDO EM PROCESSAMENTO QUANDO O REGISTRO FOI GRAVADO
      * (ZERO = NENHUM)
           05 FS-CKF-NR-PEDIDO-CURSO  PIC 9(007).
           05 FILLER                  PIC X(001).
      * ETAPAS DO PEDIDO EM CURSO QUE NAO SE PODEM REPETIR:
      * N = NAO INICIADA, I = INICIADA, S = CONCLUIDA
           05 FS-CKF-ETP-EXPOSICAO    PIC X(001).
           05 FS-CKF-ETP-ESTOQUE      PIC X(001).
           05 FILLER                  PIC X(001).
           05 FS-CKF-NR-TENTATIVA     PIC 9(003).
           05 FILLER                  PIC X(001).
      * DATA DA 1A TENTATIVA (DATA DE FATURAMENTO E NOME DO DIARIO)
           05 FS-CKF-DT-EXECUCAO      PIC 9(008).
           05 FILLER                  PIC X(001).
           05 FS-CKF-DT-CORTE         PIC 9(008).
           05 FILLER                  PIC X(001).
           05 FS-CKF-DIAS-PRAZO       PIC 9(003).
