       01 LK-EXT-PARAMETERS.
           05 LK-EXT-NM-EXTRACAO     PIC X(010).
           05 LK-EXT-ID-OPERADOR     PIC X(010).
      * ARQUIVO CSV GERADO E QUANTIDADE DE LINHAS DE DADOS
           05 LK-EXT-NM-ARQUIVO      PIC X(050).
           05 LK-EXT-QT-LINHAS       PIC 9(009).
      * RC 4 = EXTRACAO NAO CADASTRADA, RC 8 = OPERADOR SEM O PERFIL
      * EXIGIDO, RC 12 = DEFINICAO INVALIDA OU ORIGEM INDISPONIVEL
           05 LK-EXT-RC              PIC 99.
               88 LK-EXT-RC-OK           VALUE 0.
               88 LK-EXT-RC-NAO-EXISTE   VALUE 4.
               88 LK-EXT-RC-NEGADO       VALUE 8.
               88 LK-EXT-RC-INVALIDA     VALUE 12.
