           05 LK-CTL-FUNCAO      PIC X(001).
               88 LK-CTL-PROXIMO     VALUE "P".
               88 LK-CTL-AJUSTA      VALUE "A".
               88 LK-CTL-VALIDA      VALUE "V".
           05 LK-CTL-CODIGO      PIC 9(007).
           05 LK-CTL-RC          PIC 99.
               88 LK-CTL-RC-OK       VALUE 0.
               88 LK-CTL-RC-ERRO     VALUE 8.
      * FILIAL DA NUMERACAO: ZERO, 1 OU NAO NUMERICO = MATRIZ (SERIE
      * UNICA HISTORICA); DE 2 A 9 = SERIE PROPRIA DA FILIAL, NA
      * FAIXA FILIAL * 1000000 + 1 A FILIAL * 1000000 + 999999
           05 LK-CTL-CD-FILIAL   PIC 9(003).
