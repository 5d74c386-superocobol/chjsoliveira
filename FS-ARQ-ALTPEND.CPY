       01 ARQ-ALTPEND-REC.
           05 FS-ALP-KEY.
               10 FS-ALP-NR-ALTERACAO    PIC  9(007) BLANK WHEN ZEROS.
           05 FS-ALP-DADOS.
      * ALTERACAO SENSIVEL DO CADASTRO DE CLIENTE (LIMITE, BLOQUEIO,
      * VENDEDOR E SUCESSOR) AGUARDANDO A SEGUNDA ASSINATURA
               10 FS-ALP-CD-CLIENTE      PIC  9(007).
               10 FS-ALP-DT-SOLICITACAO  PIC  9(008).
               10 FS-ALP-HR-SOLICITACAO  PIC  9(006).
               10 FS-ALP-ID-SOLICITANTE  PIC  X(010).
      * VALORES DO CADASTRO NO MOMENTO DA SOLICITACAO
               10 FS-ALP-ANTES.
                   15 FS-ALP-VL-LIMITE-ANT   PIC  9(009)V99.
                   15 FS-ALP-IND-BLOQ-ANT    PIC  X(001).
                   15 FS-ALP-DS-MOTIVO-ANT   PIC  X(020).
                   15 FS-ALP-CD-VENDEDOR-ANT PIC  9(007).
                   15 FS-ALP-CD-SUCESSOR-ANT PIC  9(007).
      * VALORES PROPOSTOS PELO SOLICITANTE
               10 FS-ALP-NOVO.
                   15 FS-ALP-VL-LIMITE-NOV   PIC  9(009)V99.
                   15 FS-ALP-IND-BLOQ-NOV    PIC  X(001).
                   15 FS-ALP-DS-MOTIVO-NOV   PIC  X(020).
                   15 FS-ALP-CD-VENDEDOR-NOV PIC  9(007).
                   15 FS-ALP-CD-SUCESSOR-NOV PIC  9(007).
               10 FS-ALP-IND-SITUACAO    PIC  X(001).
                   88 FS-ALP-PENDENTE    VALUE "P".
                   88 FS-ALP-APROVADA    VALUE "A".
                   88 FS-ALP-REJEITADA   VALUE "R".
                   88 FS-ALP-EXPIRADA    VALUE "E".
      * DECISAO DO APROVADOR (CBL_MENU_APROVACAO)
               10 FS-ALP-ID-APROVADOR    PIC  X(010).
               10 FS-ALP-DT-DECISAO      PIC  9(008).
               10 FS-ALP-DS-COMENTARIO   PIC  X(060).
               10 FILLER                 PIC  X(020).
