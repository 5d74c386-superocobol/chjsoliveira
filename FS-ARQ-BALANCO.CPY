       01 ARQ-BALANCO-REC.
           05 FS-BAL-KEY.
               10 FS-BAL-DT-BALANCO      PIC  9(008).
               10 FS-BAL-CD-CLIENTE      PIC  9(007).
           05 FS-BAL-DADOS.
      * MOVIMENTO PROPOSTO: DO VENDEDOR ATUAL PARA O VIZINHO MAIS
      * PROXIMO DA MESMA REGIAO, COM A DISTANCIA DO CLIENTE A BASE DE
      * CADA UM E O FATURADO DO CLIENTE NA JANELA DO BALANCEAMENTO
               10 FS-BAL-CD-REGIAO       PIC  X(004).
               10 FS-BAL-CD-VEN-ORIGEM   PIC  9(007).
               10 FS-BAL-CD-VEN-DESTINO  PIC  9(007).
               10 FS-BAL-VL-KM-ORIGEM    PIC  9(005)V99.
               10 FS-BAL-VL-KM-DESTINO   PIC  9(005)V99.
               10 FS-BAL-VL-FATURADO     PIC  9(011)V99.
               10 FS-BAL-IND-SITUACAO    PIC  X(001).
                   88 FS-BAL-PENDENTE    VALUE "P".
                   88 FS-BAL-ACEITA      VALUE "A".
                   88 FS-BAL-REJEITADA   VALUE "R".
                   88 FS-BAL-SUBSTITUIDA VALUE "S".
      * DECISAO DO GESTOR COMERCIAL, COM O CODIGO DE MOTIVO
               10 FS-BAL-ID-ANALISTA     PIC  X(010).
               10 FS-BAL-DT-DECISAO      PIC  9(008).
               10 FS-BAL-CD-MOTIVO       PIC  X(010).
               10 FS-BAL-DS-COMENTARIO   PIC  X(060).
               10 FILLER                 PIC  X(020).
