       01 LK-FIL-PARAMETERS.
           05 LK-FIL-FUNCAO          PIC X(001).
      * "D" FILIAL DO DEPOSITO, "L" DADOS DA FILIAL, "O" FILIAL
      * AUTORIZADA PARA O OPERADOR
               88 LK-FIL-DO-DEPOSITO     VALUE "D".
               88 LK-FIL-LE-DADOS        VALUE "L".
               88 LK-FIL-AUTORIZA        VALUE "O".
           05 LK-FIL-CD-DEPOSITO     PIC 9(003).
           05 LK-FIL-ID-OPERADOR     PIC X(010).
      * NA FUNCAO "O", FILIAL ZERO PERGUNTA SE O OPERADOR PODE VER
      * TODAS AS FILIAIS
           05 LK-FIL-CD-FILIAL       PIC 9(003).
      * FILIAL UNICA DO OPERADOR (ZERO QUANDO ELE TRABALHA EM MAIS
      * DE UMA OU EM TODAS)
           05 LK-FIL-CD-FILIAL-UNICA PIC 9(003).
           05 LK-FIL-CNPJ            PIC 9(014).
           05 LK-FIL-NM-RAZAO-SOCIAL PIC X(040).
           05 LK-FIL-SG-UF           PIC X(002).
      * RC 1 = FILIAL OU DEPOSITO NAO CADASTRADO (DEVOLVE A MATRIZ),
      * RC 8 = OPERADOR SEM AUTORIZACAO NA FILIAL
           05 LK-FIL-RC              PIC 99.
               88 LK-FIL-RC-OK           VALUE 0.
               88 LK-FIL-RC-PADRAO       VALUE 1.
               88 LK-FIL-RC-NEGADO       VALUE 8.
