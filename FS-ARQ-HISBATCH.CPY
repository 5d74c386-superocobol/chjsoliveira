      * HISTORICO DE TEMPOS DA CADEIA NOTURNA (BATCH_NOTURNO.HIS):
      * UMA LINHA POR PASSO EXECUTADO E UMA LINHA DE TOTAL DA CADEIA
      * (NUMERO DE PASSO 000) POR EXECUCAO
       01 ARQ-HIS-BATCH-REC.
      * DATA EM QUE A EXECUCAO DA CADEIA COMECOU
           05 FS-HBT-DT-CADEIA     PIC 9(008).
           05 FILLER               PIC X(001).
           05 FS-HBT-NR-PASSO      PIC 9(003).
           05 FILLER               PIC X(001).
           05 FS-HBT-NM-PASSO      PIC X(020).
           05 FILLER               PIC X(001).
           05 FS-HBT-DT-INICIO     PIC 9(008).
           05 FILLER               PIC X(001).
           05 FS-HBT-HR-INICIO     PIC 9(006).
           05 FILLER               PIC X(001).
           05 FS-HBT-DT-FIM        PIC 9(008).
           05 FILLER               PIC X(001).
           05 FS-HBT-HR-FIM        PIC 9(006).
           05 FILLER               PIC X(001).
      * TEMPO DECORRIDO EM SEGUNDOS
           05 FS-HBT-QT-SEGUNDOS   PIC 9(007).
           05 FILLER               PIC X(001).
           05 FS-HBT-RC            PIC 9(002).
           05 FILLER               PIC X(001).
           05 FS-HBT-IND-TIPO      PIC X(001).
               88 FS-HBT-PASSO     VALUE "P".
               88 FS-HBT-CADEIA    VALUE "C".
           05 FILLER               PIC X(001).
      * S = PASSO ACIMA DO MULTIPLO DA MEDIA / CADEIA FORA DA JANELA
           05 FS-HBT-IND-ALERTA    PIC X(001).
               88 FS-HBT-ALERTADO  VALUE "S".
