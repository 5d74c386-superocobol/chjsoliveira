       01 ARQ-HAVER-REC.
           05 FS-HAV-KEY.
               10 FS-HAV-CD-CLIENTE      PIC  9(007).
               10 FS-HAV-NR-SEQUENCIA    PIC  9(005).
           05 FS-HAV-DADOS.
               10 FS-HAV-DT-MOVIMENTO    PIC  9(008).
               10 FS-HAV-IND-TIPO        PIC  X(001).
                   88 FS-HAV-CREDITO     VALUE "C".
                   88 FS-HAV-UTILIZACAO  VALUE "U".
      * ORIGEM: PAGTO (PAGAMENTO A MAIOR), DEVOL (DEVOLUCAO APOS O
      * PAGAMENTO), MANUAL (CREDITO LANCADO PELO OPERADOR) OU BAIXA
      * (HAVER USADO NA BAIXA DE UM TITULO)
               10 FS-HAV-CD-ORIGEM       PIC  X(006).
                   88 FS-HAV-ORIGEM-PAGTO  VALUE "PAGTO".
                   88 FS-HAV-ORIGEM-DEVOL  VALUE "DEVOL".
                   88 FS-HAV-ORIGEM-MANUAL VALUE "MANUAL".
                   88 FS-HAV-ORIGEM-BAIXA  VALUE "BAIXA".
      * DOCUMENTO DE ORIGEM: TITULO, DEVOLUCAO OU REFERENCIA MANUAL
               10 FS-HAV-NR-DOCUMENTO    PIC  X(012).
               10 FS-HAV-VL-MOVIMENTO    PIC  9(011)V99.
      * SALDO DO HAVER DO CLIENTE APOS O MOVIMENTO
               10 FS-HAV-VL-SALDO        PIC  9(011)V99.
               10 FS-HAV-ID-OPERADOR     PIC  X(010).
               10 FS-HAV-DS-HISTORICO    PIC  X(030).
               10 FILLER                 PIC  X(020).
