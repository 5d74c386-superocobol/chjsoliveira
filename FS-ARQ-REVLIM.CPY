       01 ARQ-REVLIM-REC.
           05 FS-RVL-KEY.
               10 FS-RVL-DT-REVISAO      PIC  9(008).
               10 FS-RVL-CD-CLIENTE      PIC  9(007).
           05 FS-RVL-DADOS.
      * INDICADORES DO COMPORTAMENTO DE PAGAMENTO NA JANELA DA
      * REVISAO (ARQ-RECEBER E ARQ-DEVOLUCAO)
               10 FS-RVL-QT-TITULOS      PIC  9(005).
               10 FS-RVL-NR-DIAS-ATRASO  PIC  9(005).
               10 FS-RVL-PC-PAGO-ATRASO  PIC  9(003).
               10 FS-RVL-QT-RENEGOCIADOS PIC  9(003).
               10 FS-RVL-NR-ESTAGIO-MAX  PIC  9(001).
               10 FS-RVL-PC-DEVOLUCAO    PIC  9(003).
      * SCORE INTERNO, SCORE DO BUREAU E SCORE COMBINADO (0 A 999)
               10 FS-RVL-NR-SCORE-INT    PIC  9(003).
               10 FS-RVL-NR-SCORE-BUREAU PIC  9(003).
               10 FS-RVL-NR-SCORE-FINAL  PIC  9(003).
      * PROPOSTA: AUMENTO, REDUCAO OU BLOQUEIO, COM O LIMITE E O
      * BLOQUEIO DO CLIENTE NO MOMENTO DA REVISAO
               10 FS-RVL-IND-PROPOSTA    PIC  X(001).
                   88 FS-RVL-AUMENTO     VALUE "A".
                   88 FS-RVL-REDUCAO     VALUE "D".
                   88 FS-RVL-BLOQUEIO    VALUE "B".
               10 FS-RVL-VL-LIMITE-ATUAL PIC  9(009)V99.
               10 FS-RVL-IND-BLOQ-ATUAL  PIC  X(001).
               10 FS-RVL-VL-LIMITE-PROP  PIC  9(009)V99.
               10 FS-RVL-IND-SITUACAO    PIC  X(001).
                   88 FS-RVL-PENDENTE    VALUE "P".
                   88 FS-RVL-ACEITA      VALUE "A".
                   88 FS-RVL-REJEITADA   VALUE "R".
                   88 FS-RVL-SUBSTITUIDA VALUE "S".
      * DECISAO DO ANALISTA DE CREDITO
               10 FS-RVL-ID-ANALISTA     PIC  X(010).
               10 FS-RVL-DT-DECISAO      PIC  9(008).
               10 FS-RVL-DS-COMENTARIO   PIC  X(060).
               10 FILLER                 PIC  X(020).
