       01 ARQ-FILIAL-REC.
           05 FS-FIL-KEY.
               10 FS-FIL-CD-FILIAL       PIC  9(003) BLANK WHEN ZEROS.
           05 FS-FIL-DADOS.
               10 FS-FIL-CNPJ            PIC  9(014).
               10 FS-FIL-NM-RAZAO-SOCIAL PIC  X(040).
               10 FS-FIL-NR-INSCR-ESTADUAL PIC X(015).
               10 FS-FIL-DS-LOGRADOURO   PIC  X(040).
               10 FS-FIL-NR-ENDERECO     PIC  X(008).
               10 FS-FIL-NM-MUNICIPIO    PIC  X(030).
               10 FS-FIL-SG-UF           PIC  X(002).
               10 FS-FIL-NR-CEP          PIC  9(008).
               10 FS-FIL-IND-ATIVO       PIC  X(001).
                   88 FS-FIL-INATIVO     VALUES ARE "N" "n".
               10 FILLER                 PIC  X(020).
