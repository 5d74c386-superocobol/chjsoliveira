       01 ARQ-FORNECEDOR-REC.
           05 FS-FOR-KEY.
               10 FS-FOR-CD-FORNECEDOR   PIC  9(007) BLANK WHEN ZEROS.
           05 FS-FOR-DADOS.
               10 FS-FOR-CNPJ            PIC  9(014).
               10 FS-FOR-NM-RAZAO-SOCIAL PIC  X(040).
               10 FS-FOR-NR-TELEFONE     PIC  X(015).
               10 FS-FOR-NM-CONTATO      PIC  X(030).
               10 FS-FOR-DS-EMAIL        PIC  X(040).
      * PRAZO DE ENTREGA PADRAO DO FORNECEDOR EM DIAS CORRIDOS,
      * SUGERIDO COMO DATA PREVISTA NAS LINHAS DO PEDIDO DE COMPRA
               10 FS-FOR-QT-PRAZO-DIAS   PIC  9(003).
               10 FS-FOR-IND-ATIVO       PIC  X(001).
                   88 FS-FOR-INATIVO     VALUES ARE "N" "n".
               10 FILLER                 PIC  X(020).
