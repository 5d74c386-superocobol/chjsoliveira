       01 ARQ-ACERTO-REC.
           05 FS-ACE-KEY.
               10 FS-ACE-DT-CARGA        PIC  9(008).
               10 FS-ACE-CD-MOTORISTA    PIC  9(005).
           05 FS-ACE-DADOS.
               10 FS-ACE-QT-TITULOS      PIC  9(005).
      * VALORES DECLARADOS PELO MOTORISTA (SOMA DAS COLETAS)
               10 FS-ACE-VL-DINHEIRO     PIC  9(009)V99.
               10 FS-ACE-VL-CHEQUE       PIC  9(009)V99.
               10 FS-ACE-VL-PIX          PIC  9(009)V99.
      * VALORES EFETIVAMENTE ENTREGUES/CONFERIDOS NO CAIXA
               10 FS-ACE-VL-ENT-DINHEIRO PIC  9(009)V99.
               10 FS-ACE-VL-ENT-CHEQUE   PIC  9(009)V99.
               10 FS-ACE-VL-ENT-PIX      PIC  9(009)V99.
      * ENTREGUE MENOS DECLARADO (NEGATIVO = FALTA)
               10 FS-ACE-VL-DIFERENCA    PIC S9(009)V99.
               10 FS-ACE-CD-OPERADOR     PIC  X(010).
               10 FS-ACE-DT-ACERTO       PIC  9(008).
               10 FILLER                 PIC  X(020).
