       01 ARQ-RETENCAO-REC.
           05 FS-RET-KEY.
               10 FS-RET-NR-PEDIDO       PIC  9(007) BLANK WHEN ZEROS.
           05 FS-RET-DADOS.
      * RETENCAO DO PEDIDO NA DIGITACAO: DATA, OPERADOR QUE DIGITOU
      * E O PRIMEIRO MOTIVO (CREDITO, PISO, CUSTO OU ALCADA DE
      * DESCONTO DO VENDEDOR)
               10 FS-RET-DT-RETENCAO     PIC  9(008).
               10 FS-RET-ID-OPERADOR     PIC  X(010).
               10 FS-RET-DS-MOTIVO       PIC  X(060).
               10 FS-RET-IND-SITUACAO    PIC  X(001).
                   88 FS-RET-PENDENTE    VALUE "P".
                   88 FS-RET-LIBERADA    VALUE "L".
                   88 FS-RET-REJEITADA   VALUE "R".
      * DECISAO DO SUPERVISOR (CBL_MENU_RETENCAO)
               10 FS-RET-ID-SUPERVISOR   PIC  X(010).
               10 FS-RET-DT-DECISAO      PIC  9(008).
               10 FS-RET-DS-COMENTARIO   PIC  X(060).
               10 FILLER                 PIC  X(020).
