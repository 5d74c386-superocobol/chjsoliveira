       01 ARQ-REDE-REC.
           05 FS-RED-KEY.
               10 FS-RED-CD-REDE         PIC  9(002) BLANK WHEN ZEROS.
           05 FS-RED-DADOS.
               10 FS-RED-NM-REDE         PIC  X(040).
      * LIMITE DE CREDITO DA REDE, CONFRONTADO COM A SOMA DA EXPOSICAO
      * DE TODAS AS LOJAS (ZERO = SEM LIMITE DE REDE)
               10 FS-RED-VL-LIM-CREDITO  PIC  9(009)V99.
               10 FS-RED-IND-BLOQUEADO   PIC  X(001).
                   88 FS-RED-BLOQUEADA   VALUES ARE "S" "s".
               10 FS-RED-IND-ATIVO       PIC  X(001).
                   88 FS-RED-INATIVA     VALUES ARE "N" "n".
      * CLASSE ABC DA REDE PELO VOLUME SOMADO DAS LOJAS, CARIMBADA
      * PELA CLASSIFICACAO ABC DOS CLIENTES
               10 FS-RED-CLASSE-ABC      PIC  X(001).
               10 FILLER                 PIC  X(019).
