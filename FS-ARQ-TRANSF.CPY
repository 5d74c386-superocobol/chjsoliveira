       01 ARQ-TRANSF-REC.
           05 FS-TRF-KEY.
               10 FS-TRF-NR-TRANSF       PIC  9(007) BLANK WHEN ZEROS.
           05 FS-TRF-DADOS.
               10 FS-TRF-CD-ORIGEM       PIC  9(003).
               10 FS-TRF-CD-DESTINO      PIC  9(003).
               10 FS-TRF-DT-EMISSAO      PIC  9(008).
      * SAIDA DA ORIGEM = EM TRANSITO; ENTRADA NO DESTINO = RECEBIDA;
      * CANCELADA DEVOLVE O SALDO A ORIGEM
               10 FS-TRF-IND-SITUACAO    PIC  X(001).
                   88 FS-TRF-EM-TRANSITO VALUE "T".
                   88 FS-TRF-RECEBIDA    VALUE "R".
                   88 FS-TRF-CANCELADA   VALUE "X".
               10 FS-TRF-DT-RECEBIMENTO  PIC  9(008).
      * AS LINHAS (UMA POR PRODUTO E LOTE) VIVEM EM ARQ-TRFITEM
      * (CHAVE TRANSFERENCIA + SEQUENCIA)
               10 FS-TRF-QT-ITENS        PIC  9(003).
               10 FS-TRF-ID-OPERADOR     PIC  X(010).
               10 FS-TRF-ID-RECEBEDOR    PIC  X(010).
               10 FILLER                 PIC  X(020).
