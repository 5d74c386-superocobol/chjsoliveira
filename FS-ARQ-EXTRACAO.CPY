       01 ARQ-EXTRACAO-REC.
           05 FS-EXD-KEY.
               10 FS-EXD-NM-EXTRACAO     PIC  X(010).
           05 FS-EXD-DADOS.
               10 FS-EXD-DS-EXTRACAO     PIC  X(040).
      * ARQUIVO DE ORIGEM; OS CAMPOS, FILTROS E ORDEM SAO NOMES DO
      * CATALOGO DESSA ORIGEM (CPY_CATALOGO_EXTRACAO)
               10 FS-EXD-NM-ORIGEM       PIC  X(008).
                   88 FS-EXD-ORIGEM-OK   VALUES ARE "CLIENTE"
                                         "VENDEDOR" "PEDIDO"
                                         "RECEBER" "PRODUTO".
               10 FS-EXD-NM-CAMPO        PIC  X(012) OCCURS 10.
      * FILTROS: IG IGUAL A VALOR-DE, FX DE VALOR-DE ATE VALOR-ATE,
      * NB NAO EM BRANCO (NUMERICO DIFERENTE DE ZERO). TODOS OS
      * FILTROS PREENCHIDOS PRECISAM SER ATENDIDOS
               10 FS-EXD-FILTRO OCCURS 3.
                   15 FS-EXD-FIL-CAMPO     PIC X(012).
                   15 FS-EXD-FIL-OPERADOR  PIC X(002).
                       88 FS-EXD-FIL-IGUAL     VALUE "IG".
                       88 FS-EXD-FIL-FAIXA     VALUE "FX".
                       88 FS-EXD-FIL-NAO-BRANCO VALUE "NB".
                       88 FS-EXD-FIL-OPERADOR-OK VALUES ARE "IG"
                                                 "FX" "NB".
                   15 FS-EXD-FIL-VALOR-DE  PIC X(020).
                   15 FS-EXD-FIL-VALOR-ATE PIC X(020).
      * CAMPO DE ORDENACAO (EM BRANCO = ORDEM DA CHAVE DA ORIGEM)
               10 FS-EXD-NM-CAMPO-ORDEM  PIC  X(012).
               10 FS-EXD-IND-ORDEM       PIC  X(001).
                   88 FS-EXD-DECRESCENTE VALUES ARE "D" "d".
      * PERFIL EXIGIDO PARA EXECUTAR: C CADASTRO, E EXECUCAO,
      * U UTILITARIO, BRANCO = QUALQUER OPERADOR
               10 FS-EXD-IND-PERFIL      PIC  X(001).
                   88 FS-EXD-PERFIL-CADASTRO   VALUE "C".
                   88 FS-EXD-PERFIL-EXECUCAO   VALUE "E".
                   88 FS-EXD-PERFIL-UTILITARIO VALUE "U".
                   88 FS-EXD-PERFIL-OK VALUES ARE "C" "E" "U" " ".
               10 FS-EXD-ID-OPERADOR     PIC  X(010).
               10 FS-EXD-DT-ALTERACAO    PIC  9(008).
               10 FS-EXD-DT-ULT-EXECUCAO PIC  9(008).
               10 FILLER                 PIC  X(020).
