       01 LK-VCA-PARAMETERS.
      * "B" BUSCA A CAMPANHA VIGENTE PARA A LINHA; "C" CONSOME A
      * VERBA DA LINHA (RECUSADO SE A VERBA NAO COBRE); "R" REFAZ O
      * CONSUMO DE UMA LINHA RESTAURADA SEM CRITICAR A VERBA; "L" LE
      * A CAMPANHA USADA PELA LINHA; "E" DEVOLVE A VERBA DE TODAS AS
      * LINHAS DO PEDIDO
           05 LK-VCA-FUNCAO          PIC X(001).
               88 LK-VCA-BUSCA       VALUE "B".
               88 LK-VCA-CONSOME     VALUE "C".
               88 LK-VCA-RESTAURA    VALUE "R".
               88 LK-VCA-LE-LINHA    VALUE "L".
               88 LK-VCA-ESTORNA     VALUE "E".
           05 LK-VCA-NR-PEDIDO       PIC 9(007).
           05 LK-VCA-NR-SEQUENCIA    PIC 9(003).
           05 LK-VCA-DT-PEDIDO       PIC 9(008).
      * PRODUTO, FAMILIA, REGIAO E CLASSE ABC DO CLIENTE, QUANTIDADE
      * E PRECO DE TABELA DA LINHA
           05 LK-VCA-CD-PRODUTO      PIC 9(007).
           05 LK-VCA-CD-FAMILIA      PIC X(004).
           05 LK-VCA-CD-REGIAO       PIC X(004).
           05 LK-VCA-CLASSE-ABC      PIC X(001).
           05 LK-VCA-QT              PIC 9(005).
           05 LK-VCA-VL-PRECO-TABELA PIC 9(007)V99.
      * CAMPANHA DA LINHA (ZERO = NENHUMA), MECANICA, PRECO DA
      * CAMPANHA ("P"/"D"), QUANTIDADE BONIFICADA ("B") E VERBA
      * CONSUMIDA PELA LINHA; EM "E" O TOTAL DEVOLVIDO
           05 LK-VCA-CD-CAMPANHA     PIC 9(007).
           05 LK-VCA-TP-MECANICA     PIC X(001).
               88 LK-VCA-MEC-PRECO   VALUES ARE "P" "D".
               88 LK-VCA-MEC-BONUS   VALUE "B".
           05 LK-VCA-VL-PRECO-CAMP   PIC 9(007)V99.
           05 LK-VCA-QT-BONUS        PIC 9(005).
           05 LK-VCA-VL-INVESTIMENTO PIC 9(009)V99.
           05 LK-VCA-RC              PIC 9(002).
               88 LK-VCA-RC-OK           VALUE 0.
               88 LK-VCA-RC-SEM-VERBA    VALUE 4.
               88 LK-VCA-RC-ERRO         VALUE 8.
