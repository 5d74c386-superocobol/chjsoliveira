               10 FS-OPE-NR-PIN-HASH     PIC  9(009).
               10 FS-OPE-DT-TROCA-PIN    PIC  9(008).
               10 FS-OPE-QT-FALHAS       PIC  9(002).
      * SEGUNDA ASSINATURA NAS ALTERACOES SENSIVEIS DO CLIENTE
               10 FS-OPE-AUT-APROVACAO   PIC  X(001).
                   88 FS-OPE-PODE-APROVAR    VALUES ARE "S" "s".
      * FILIAIS EM QUE O OPERADOR TRABALHA, UMA POSICAO POR CODIGO DE
      * FILIAL (1 A 9); NENHUMA MARCADA COM "S" = TODAS AS FILIAIS
               10 FS-OPE-FILIAIS.
                   15 FS-OPE-IND-FILIAL  PIC  X(001) OCCURS 9.
                       88 FS-OPE-TRABALHA-FILIAL VALUES ARE "S" "s".
      * VE CPF E CONTATO SEM MASCARA NOS RELATORIOS (LGPD)
               10 FS-OPE-AUT-DADOS-PESSOAIS PIC X(001).
                   88 FS-OPE-PODE-DADOS-PESSOAIS VALUES ARE "S" "s".
               10 FILLER                 PIC  X(010).
