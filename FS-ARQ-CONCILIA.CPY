       01 ARQ-CONCILIA-REC.
           05 FS-CNC-KEY.
               10 FS-CNC-TIPO            PIC  X(001).
                   88 FS-CNC-CREDITO     VALUE "B".
                   88 FS-CNC-BAIXA       VALUE "T".
      * CREDITO: DATA DO EXTRATO + SEQUENCIA DA LINHA (AAAAMMDDNNNN)
      * BAIXA  : NUMERO DO DOCUMENTO EM ARQ-RECEBER
               10 FS-CNC-ID              PIC  X(012).
           05 FS-CNC-DADOS.
               10 FS-CNC-DT-MOVIMENTO    PIC  9(008).
               10 FS-CNC-VL-MOVIMENTO    PIC  9(011)V99.
               10 FS-CNC-NR-DOCUMENTO    PIC  9(007).
               10 FS-CNC-CD-CLIENTE      PIC  9(007).
               10 FS-CNC-DS-HISTORICO    PIC  X(030).
               10 FS-CNC-IND-SITUACAO    PIC  X(001).
                   88 FS-CNC-PENDENTE    VALUE "P".
                   88 FS-CNC-CONCILIADO  VALUE "C".
                   88 FS-CNC-BAIXA-MANUAL VALUE "M".
               10 FS-CNC-DT-INCLUSAO     PIC  9(008).
               10 FS-CNC-DT-CONCILIACAO  PIC  9(008).
      * CHAVE DA CONTRAPARTIDA (OU "LOTE"/"MANUAL")
               10 FS-CNC-ID-PAR          PIC  X(013).
               10 FS-CNC-ID-OPERADOR     PIC  X(010).
               10 FS-CNC-DS-MOTIVO       PIC  X(030).
               10 FILLER                 PIC  X(020).
