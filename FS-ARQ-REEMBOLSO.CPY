       01 ARQ-REEMBOLSO-REC.
           05 FS-REE-KEY.
               10 FS-REE-CD-VENDEDOR     PIC  9(007) BLANK WHEN ZEROS.
               10 FS-REE-ANO-MES         PIC  9(006).
               10 FS-REE-NR-SEQ          PIC  9(003).
           05 FS-REE-DADOS.
      * LANCAMENTO DA PRESTACAO DE CONTAS DO MES: K KM RODADO
      * DECLARADO NO DIA (NOTA DE HODOMETRO), P PEDAGIO,
      * E ESTACIONAMENTO, R REFEICAO (DESPESAS COM RECIBO)
               10 FS-REE-TP-LANCAMENTO   PIC  X(001).
                   88 FS-REE-KM              VALUE "K".
                   88 FS-REE-PEDAGIO         VALUE "P".
                   88 FS-REE-ESTACIONAMENTO  VALUE "E".
                   88 FS-REE-REFEICAO        VALUE "R".
                   88 FS-REE-TIPO-OK         VALUES ARE "K" "P" "E"
                                                        "R".
               10 FS-REE-DT-DESPESA      PIC  9(008).
               10 FS-REE-QT-KM           PIC  9(005)V9.
               10 FS-REE-VL-DESPESA      PIC  9(007)V99.
               10 FS-REE-NR-RECIBO       PIC  X(015).
               10 FS-REE-DS-OBSERVACAO   PIC  X(030).
      * D DIGITADO; NA APURACAO MENSAL (CBL_REEMBOLSO_KM) A APROVADO
      * OU G GLOSADO (KM DECLARADO ACIMA DA TOLERANCIA SOBRE O KM
      * CALCULADO, PAGO PELO CALCULADO)
               10 FS-REE-IND-SITUACAO    PIC  X(001).
                   88 FS-REE-DIGITADO        VALUE "D".
                   88 FS-REE-APROVADO        VALUE "A".
                   88 FS-REE-GLOSADO         VALUE "G".
               10 FS-REE-DT-LANCAMENTO   PIC  9(008).
               10 FS-REE-ID-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(020).
