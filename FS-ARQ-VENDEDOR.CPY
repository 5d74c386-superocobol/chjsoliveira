               10 FS-VEN-VL-LONGITUDE PIC S9(003)V9(008).
               10 FS-VEN-CD-REGIAO   PIC  X(004).
               10 FS-VEN-PC-COMISSAO PIC  9(002)V99.
      * DESCONTO MAXIMO QUE O VENDEDOR CONCEDE SEM LIBERACAO DE
      * SUPERVISOR (NAO NUMERICO NOS REGISTROS ANTIGOS = ZERO)
               10 FS-VEN-PC-DESC-MAXIMO PIC  9(002)V99.
      * HIERARQUIA DE VENDAS: V (OU BRANCO NOS REGISTROS ANTIGOS)
      * VENDEDOR, S SUPERVISOR, G GERENTE. O SUPERIOR DO VENDEDOR E O
      * SEU SUPERVISOR E O DO SUPERVISOR E O SEU GERENTE (NAO
      * NUMERICO NOS REGISTROS ANTIGOS = SEM SUPERIOR). A POSICAO DE
      * CADA MES FICA NO HISTORICO EQUIPE.IDX (CBL_EQUIPE_VENDEDOR)
               10 FS-VEN-IND-FUNCAO  PIC  X(001).
                   88 FS-VEN-FUNCAO-VENDEDOR VALUES ARE "V" SPACE.
                   88 FS-VEN-SUPERVISOR      VALUE "S".
                   88 FS-VEN-GERENTE         VALUE "G".
                   88 FS-VEN-GESTOR          VALUES ARE "S" "G".
               10 FS-VEN-CD-SUPERIOR PIC  9(007).
