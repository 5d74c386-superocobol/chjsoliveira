       01 ARQ-PROGRAMADO-REC.
           05 FS-PRG-KEY.
               10 FS-PRG-NR-PROGRAMADO   PIC  9(007) BLANK WHEN ZEROS.
           05 FS-PRG-DADOS.
               10 FS-PRG-CD-CLIENTE      PIC  9(007).
               10 FS-PRG-CD-CONDPAG      PIC  9(003).
      * FREQUENCIA DA ENTREGA: TODA SEMANA, SEMANA SIM SEMANA NAO
      * (CONTADA DA PRIMEIRA ENTREGA A PARTIR DO INICIO) OU NA
      * PRIMEIRA SEMANA DO MES
               10 FS-PRG-TP-FREQUENCIA   PIC  X(001).
                   88 FS-PRG-SEMANAL     VALUE "S".
                   88 FS-PRG-QUINZENAL   VALUE "Q".
                   88 FS-PRG-MENSAL      VALUE "M".
      * DIA DA SEMANA DA ENTREGA: 1 = SEGUNDA ... 7 = DOMINGO
               10 FS-PRG-NR-DIA-SEMANA   PIC  9(001).
               10 FS-PRG-DT-INICIO       PIC  9(008).
      * FIM ZERADO = PROGRAMACAO SEM DATA PARA TERMINAR
               10 FS-PRG-DT-FIM          PIC  9(008).
               10 FS-PRG-IND-SITUACAO    PIC  X(001).
                   88 FS-PRG-ATIVO       VALUE "A".
                   88 FS-PRG-CANCELADO   VALUE "X".
      * ULTIMA ENTREGA JA CONVERTIDA EM PEDIDO (DATA PROGRAMADA,
      * ANTES DO AJUSTE DE FERIADO) E O PEDIDO GERADO PARA ELA
               10 FS-PRG-DT-ULT-ENTREGA  PIC  9(008).
               10 FS-PRG-NR-ULT-PEDIDO   PIC  9(007).
      * AS LINHAS DA PROGRAMACAO VIVEM EM ARQ-PRGITEM (CHAVE
      * PROGRAMACAO + SEQUENCIA)
               10 FS-PRG-QT-ITENS        PIC  9(003).
               10 FS-PRG-ID-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(020).
