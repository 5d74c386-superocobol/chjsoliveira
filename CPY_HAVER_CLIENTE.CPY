       01 LK-HAV-PARAMETERS.
      * "S" CONSULTA O SALDO; "C" LANCA UM CREDITO; "U" UTILIZA O
      * HAVER (RECUSADO SE FALTAR SALDO)
           05 LK-HAV-FUNCAO       PIC X(001).
               88 LK-HAV-SALDO    VALUE "S".
               88 LK-HAV-CREDITA  VALUE "C".
               88 LK-HAV-UTILIZA  VALUE "U".
           05 LK-HAV-CD-CLIENTE   PIC 9(007).
           05 LK-HAV-DT-MOVIMENTO PIC 9(008).
           05 LK-HAV-CD-ORIGEM    PIC X(006).
           05 LK-HAV-NR-DOCUMENTO PIC X(012).
           05 LK-HAV-VL-MOVIMENTO PIC 9(011)V99.
           05 LK-HAV-ID-OPERADOR  PIC X(010).
           05 LK-HAV-DS-HISTORICO PIC X(030).
      * SALDO DO HAVER DO CLIENTE APOS A FUNCAO
           05 LK-HAV-VL-SALDO     PIC 9(011)V99.
           05 LK-HAV-RC           PIC 9(002).
               88 LK-HAV-RC-OK        VALUE 0.
               88 LK-HAV-RC-SEM-SALDO VALUE 4.
               88 LK-HAV-RC-ERRO      VALUE 8.
