       01 ARQ-LIGACAO-REC.
           05 FS-LIG-KEY.
               10 FS-LIG-CD-CLIENTE      PIC  9(007) BLANK WHEN ZEROS.
               10 FS-LIG-DT-LIGACAO      PIC  9(008).
           05 FS-LIG-DADOS.
               10 FS-LIG-CD-RESULTADO    PIC  X(001).
                   88 FS-LIG-COM-PEDIDO      VALUES ARE "P" "p".
                   88 FS-LIG-RETORNAR        VALUES ARE "R" "r".
                   88 FS-LIG-NAO-ATENDEU     VALUES ARE "N" "n".
                   88 FS-LIG-SEM-INTERESSE   VALUES ARE "S" "s".
                   88 FS-LIG-RESULTADO-OK    VALUES ARE "P" "p" "R"
                                                 "r" "N" "n" "S" "s".
      * DATA COMBINADA PARA A NOVA LIGACAO (ZERO = SEM RETORNO
      * MARCADO; VALE A CARENCIA DA LISTA DE TELEVENDAS)
               10 FS-LIG-DT-RETORNO      PIC  9(008).
               10 FS-LIG-NR-PEDIDO       PIC  9(007).
               10 FS-LIG-ID-OPERADOR     PIC  X(010).
               10 FS-LIG-DS-OBSERVACAO   PIC  X(040).
               10 FILLER                 PIC  X(015).
