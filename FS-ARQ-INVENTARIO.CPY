       01 ARQ-INVENTARIO-REC.
           05 FS-INV-KEY.
               10 FS-INV-NR-INVENTARIO   PIC  9(007) BLANK WHEN ZEROS.
           05 FS-INV-DADOS.
               10 FS-INV-DT-ABERTURA     PIC  9(008).
               10 FS-INV-TP-CONTAGEM     PIC  X(001).
                   88 FS-INV-GERAL       VALUE "G".
                   88 FS-INV-CICLICO     VALUE "C".
      * FAMILIA EM BRANCO = TODAS AS FAMILIAS
               10 FS-INV-CD-FAMILIA      PIC  X(004).
               10 FS-INV-IND-SITUACAO    PIC  X(001).
                   88 FS-INV-EM-CONTAGEM VALUE "A".
                   88 FS-INV-APROVADO    VALUE "P".
                   88 FS-INV-LANCADO     VALUE "L".
                   88 FS-INV-CANCELADO   VALUE "X".
                   88 FS-INV-PENDENTE    VALUES ARE "A" "P".
      * AS LINHAS (FOTOGRAFIA DO SALDO E CONTAGEM) VIVEM EM
      * ARQ-INVITEM (CHAVE INVENTARIO + PRODUTO)
               10 FS-INV-QT-ITENS        PIC  9(005).
               10 FS-INV-ID-OPERADOR     PIC  X(010).
               10 FS-INV-ID-APROVADOR    PIC  X(010).
               10 FS-INV-DT-APROVACAO    PIC  9(008).
               10 FS-INV-DT-LANCAMENTO   PIC  9(008).
      * DEPOSITO CONTADO (UM INVENTARIO POR DEPOSITO)
               10 FS-INV-CD-DEPOSITO     PIC  9(003).
               10 FILLER                 PIC  X(017).
