       01 ARQ-OCORRENCIA-REC.
           05 FS-OCO-KEY.
               10 FS-OCO-NR-OCORRENCIA   PIC  9(007) BLANK WHEN ZEROS.
           05 FS-OCO-DADOS.
               10 FS-OCO-CD-CLIENTE      PIC  9(007).
      * VENDEDOR DO CLIENTE NA ABERTURA (BASE DO RELATORIO DE SLA)
               10 FS-OCO-CD-VENDEDOR     PIC  9(007).
      * VINCULOS OPCIONAIS (ZERO = NAO INFORMADO). A ENTREGA E A
      * CHAVE DE ARQ-ENTREGA COM O CLIENTE DA OCORRENCIA
               10 FS-OCO-NR-PEDIDO       PIC  9(007).
               10 FS-OCO-ENT-CD-VENDEDOR PIC  9(007).
               10 FS-OCO-ENT-DT-ENTREGA  PIC  9(008).
               10 FS-OCO-NR-ATIVO        PIC  9(007).
               10 FS-OCO-CD-CATEGORIA    PIC  X(001).
                   88 FS-OCO-CAT-ENTREGA     VALUE "E".
                   88 FS-OCO-CAT-AVARIA      VALUE "A".
                   88 FS-OCO-CAT-PRECO       VALUE "P".
                   88 FS-OCO-CAT-COMODATO    VALUE "C".
                   88 FS-OCO-CAT-OUTROS      VALUE "O".
                   88 FS-OCO-CATEGORIA-OK    VALUES ARE "E" "A" "P"
                                                 "C" "O".
               10 FS-OCO-CD-PRIORIDADE   PIC  X(001).
                   88 FS-OCO-PRI-ALTA        VALUE "A".
                   88 FS-OCO-PRI-MEDIA       VALUE "M".
                   88 FS-OCO-PRI-BAIXA       VALUE "B".
                   88 FS-OCO-PRIORIDADE-OK   VALUES ARE "A" "M" "B".
      * AREA RESPONSAVEL: LOG=LOGISTICA COM=COMERCIAL TRD=TRADE
      * (COMODATO) FIN=FINANCEIRO SAC=ATENDIMENTO
               10 FS-OCO-CD-AREA         PIC  X(003).
                   88 FS-OCO-AREA-OK         VALUES ARE "LOG" "COM"
                                                 "TRD" "FIN" "SAC".
               10 FS-OCO-DT-ABERTURA     PIC  9(008).
               10 FS-OCO-HR-ABERTURA     PIC  9(006).
      * PRAZO DE SLA EM DIAS UTEIS A PARTIR DA ABERTURA
               10 FS-OCO-DT-PRAZO        PIC  9(008).
               10 FS-OCO-IND-SITUACAO    PIC  X(001).
                   88 FS-OCO-ABERTA          VALUE "A".
                   88 FS-OCO-ENCAMINHADA     VALUE "E".
                   88 FS-OCO-FECHADA         VALUE "F".
                   88 FS-OCO-EM-ABERTO       VALUES ARE "A" "E".
               10 FS-OCO-DT-FECHAMENTO   PIC  9(008).
               10 FS-OCO-DS-ASSUNTO      PIC  X(050).
      * ULTIMA SEQUENCIA GRAVADA NO HISTORICO (ARQ-OCOHIST)
               10 FS-OCO-NR-ULT-SEQ      PIC  9(003).
               10 FS-OCO-ID-OPERADOR     PIC  X(010).
               10 FILLER                 PIC  X(020).
