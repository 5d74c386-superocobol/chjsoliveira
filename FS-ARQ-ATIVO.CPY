               10 FS-ATV-CD-CONDICAO     PIC  X(001).
      * CLIENTE DETENTOR (ZERO = ATIVO RECOLHIDO, EM DEPOSITO)
               10 FS-ATV-CD-CLIENTE      PIC  9(007).
      * VALOR DE REPOSICAO DO ATIVO (REGISTRO ANTIGO = NAO NUMERICO)
               10 FS-ATV-VL-REPOSICAO    PIC  9(007)V99.
               10 FILLER                 PIC  X(001).
