       01 LK-MSK-PARAMETERS.
           05 LK-MSK-FUNCAO          PIC X(001).
      * "A" OPERADOR PODE VER DADOS PESSOAIS, "C" MASCARA CPF,
      * "F" MASCARA TELEFONE, "E" MASCARA E-MAIL, "T" MASCARA NOME
               88 LK-MSK-AUTORIZA        VALUE "A".
               88 LK-MSK-CPF             VALUE "C".
               88 LK-MSK-TELEFONE        VALUE "F".
               88 LK-MSK-EMAIL           VALUE "E".
               88 LK-MSK-TEXTO           VALUE "T".
           05 LK-MSK-ID-OPERADOR     PIC X(010).
      * DADO A MASCARAR, DEVOLVIDO MASCARADO NO PROPRIO CAMPO (O CPF
      * VAI NAS 11 PRIMEIRAS POSICOES E VOLTA COM 11 POSICOES)
           05 LK-MSK-DADO            PIC X(040).
      * RC 8 = OPERADOR SEM A AUTORIZACAO DE DADOS PESSOAIS
           05 LK-MSK-RC              PIC 99.
               88 LK-MSK-RC-OK           VALUE 0.
               88 LK-MSK-RC-NEGADO       VALUE 8.
