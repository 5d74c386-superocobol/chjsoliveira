      * EXPOSICAO DE CREDITO DO CLIENTE E REDUZIDA PELO PRINCIPAL
      * AMORTIZADO EM CADA BAIXA, DE MODO QUE AO QUITAR O TITULO A
      * REDUCAO ACUMULADA IGUALA O VALOR DO DOCUMENTO.
      * O HAVER DISPONIVEL DO CLIENTE (CBL_HAVER_CLIENTE) E OFERECIDO
      * PARA A BAIXA E SOMA-SE AO VALOR RECEBIDO; O QUE O CLIENTE
      * PAGAR ALEM DO SALDO E DOS ENCARGOS VIRA HAVER DELE, COM O
      * TITULO COMO DOCUMENTO DE ORIGEM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_BAIXA_RECEBER.
       ENVIRONMENT DIVISION.
       77 WS-VL-PRINCIPAL PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ENC-PAGO  PIC 9(009)V99 VALUE ZEROS.

      * HAVER DO CLIENTE: SALDO DISPONIVEL, PARTE USADA NA BAIXA E
      * PAGAMENTO A MAIOR QUE VIRA HAVER
       77 WS-VL-HAVER     PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-USO-HAVER PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-TOTAL     PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-EXCESSO   PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-DEVIDO    PIC 9(011)V99 VALUE ZEROS.

       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_CLIENTE.


       COPY CPY_GRAVA_JORNAL.

       COPY CPY_HAVER_CLIENTE.

       COPY screenio.

       LINKAGE SECTION.
           05 COLUMN PLUS 3 PIC 9(07).99 FROM WS-VL-JUROS.
           05 LINE 16 COLUMN 13 VALUE "Multa:".
           05 COLUMN PLUS 3 PIC 9(07).99 FROM WS-VL-MULTA.
           05 LINE 17 COLUMN 05 VALUE "Haver Cliente:".
           05 COLUMN PLUS 3 PIC 9(09).99 FROM WS-VL-HAVER.

       01 SS-TELA-BAIXA.
           05 LINE 18 COLUMN 02 VALUE "Dt Pagto(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-PAGAMENTO.
           05 LINE 19 COLUMN 09 VALUE "Vl Recebido:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-RECEBIDO.
           05 LINE 20 COLUMN 10 VALUE "Usar Haver:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-USO-HAVER.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                   WHEN OTHER
                       MOVE WS-DT-HOJE TO WS-DT-BASE-ENCARGO
                       PERFORM 2000-CALCULA-ENCARGOS
                       PERFORM 2050-OFERECE-HAVER
                       DISPLAY SS-TELA-TITULO

                       MOVE WS-DT-HOJE TO WS-DT-PAGAMENTO
                           WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                               CONTINUE
                           WHEN WS-DT-PAGAMENTO EQUAL ZEROS OR
                                (WS-VL-RECEBIDO EQUAL ZEROS AND
                                 WS-VL-USO-HAVER EQUAL ZEROS)
                               STRING
                                 "FAVOR INFORMAR Data e Valor "
                                 "Recebido" DELIMITED BY SIZE
                                 INTO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           WHEN WS-VL-USO-HAVER GREATER WS-VL-HAVER
                               STRING
                                 "HAVER INFORMADO MAIOR QUE O "
                                 "DISPONIVEL" DELIMITED BY SIZE
                                 INTO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           WHEN OTHER
      * OS ENCARGOS MOSTRADOS FORAM CALCULADOS PELA DATA DE HOJE;
      * PARA BAIXAS BANCARIAS OU RETROATIVAS A COBRANCA VALE ATE A

       2000-CALCULA-ENCARGOSX. EXIT.

      * -----------------------------------
      * CONSULTA O HAVER DO CLIENTE E JA SUGERE USA-LO ATE O VALOR
      * DEVIDO NO DIA (SALDO MAIS ENCARGOS); O OPERADOR PODE ZERAR
       2050-OFERECE-HAVER SECTION.

           MOVE ZEROS TO WS-VL-HAVER WS-VL-USO-HAVER

           MOVE "S" TO LK-HAV-FUNCAO
           MOVE FS-REC-CD-CLIENTE TO LK-HAV-CD-CLIENTE
           CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS

           IF LK-HAV-RC-OK
               MOVE LK-HAV-VL-SALDO TO WS-VL-HAVER
           END-IF

           COMPUTE WS-VL-DEVIDO = WS-VL-SALDO + WS-VL-ENCARGOS

           IF WS-VL-HAVER LESS WS-VL-DEVIDO
               MOVE WS-VL-HAVER TO WS-VL-USO-HAVER
           ELSE
               MOVE WS-VL-DEVIDO TO WS-VL-USO-HAVER
           END-IF.

       2050-OFERECE-HAVERX. EXIT.

      * -----------------------------------
      * APLICA O VALOR RECEBIDO: PRIMEIRO OS ENCARGOS, O RESTANTE
      * AMORTIZA O PRINCIPAL. PRINCIPAL INTEGRALMENTE PAGO BAIXA O
      * AMORTIZADO
       2100-APLICA-PAGAMENTO SECTION.

           COMPUTE WS-VL-TOTAL = WS-VL-RECEBIDO + WS-VL-USO-HAVER

           IF WS-VL-TOTAL GREATER WS-VL-ENCARGOS
               MOVE WS-VL-ENCARGOS TO WS-VL-ENC-PAGO
               COMPUTE WS-VL-PRINCIPAL =
                   WS-VL-TOTAL - WS-VL-ENCARGOS
           ELSE
               MOVE WS-VL-TOTAL TO WS-VL-ENC-PAGO
               MOVE ZEROS TO WS-VL-PRINCIPAL
           END-IF

               MOVE WS-VL-SALDO TO WS-VL-PRINCIPAL
           END-IF

      * O QUE SOBRA ALEM DO DEVIDO DEVOLVE PRIMEIRO O HAVER USADO E
      * O RESTO (DINHEIRO A MAIOR) VIRA HAVER DO CLIENTE
           COMPUTE WS-VL-EXCESSO =
               WS-VL-TOTAL - WS-VL-ENC-PAGO - WS-VL-PRINCIPAL

           IF WS-VL-EXCESSO GREATER ZEROS AND
              WS-VL-USO-HAVER GREATER ZEROS
               IF WS-VL-EXCESSO LESS WS-VL-USO-HAVER
                   SUBTRACT WS-VL-EXCESSO FROM WS-VL-USO-HAVER
                   MOVE ZEROS TO WS-VL-EXCESSO
               ELSE
                   SUBTRACT WS-VL-USO-HAVER FROM WS-VL-EXCESSO
                   MOVE ZEROS TO WS-VL-USO-HAVER
               END-IF
           END-IF

           IF WS-VL-USO-HAVER GREATER ZEROS
               MOVE "U" TO LK-HAV-FUNCAO
               MOVE "BAIXA" TO LK-HAV-CD-ORIGEM
               MOVE WS-VL-USO-HAVER TO LK-HAV-VL-MOVIMENTO
               MOVE "HAVER USADO NA BAIXA" TO LK-HAV-DS-HISTORICO
               PERFORM 2150-MOVIMENTA-HAVER
               IF NOT LK-HAV-RC-OK
                   MOVE "HAVER DO CLIENTE INSUFICIENTE PARA A BAIXA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2100-APLICA-PAGAMENTOX
               END-IF
           END-IF

           ADD WS-VL-ENC-PAGO  TO FS-REC-VL-ACRESCIMO
           ADD WS-VL-PRINCIPAL TO FS-REC-VL-PAGO
           MOVE WS-DT-PAGAMENTO TO FS-REC-DT-PAGAMENTO
                   PERFORM 6850-REDUZ-EXPOSICAO
               END-IF

               IF WS-VL-EXCESSO GREATER ZEROS
                   MOVE "C" TO LK-HAV-FUNCAO
                   MOVE "PAGTO" TO LK-HAV-CD-ORIGEM
                   MOVE WS-VL-EXCESSO TO LK-HAV-VL-MOVIMENTO
                   MOVE "PAGAMENTO A MAIOR" TO LK-HAV-DS-HISTORICO
                   PERFORM 2150-MOVIMENTA-HAVER
                   MOVE "PAGAMENTO A MAIOR LANCADO COMO HAVER"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-REC-BAIXADO
                   MOVE "TITULO BAIXADO INTEGRALMENTE" TO WS-MSGERRO
               ELSE

       2100-APLICA-PAGAMENTOX. EXIT.

      * -----------------------------------
      * MOVIMENTA O HAVER DO CLIENTE DO TITULO (FUNCAO, ORIGEM, VALOR
      * E HISTORICO JA PREENCHIDOS) COM O TITULO COMO DOCUMENTO
       2150-MOVIMENTA-HAVER SECTION.

           MOVE FS-REC-CD-CLIENTE TO LK-HAV-CD-CLIENTE
           MOVE WS-DT-PAGAMENTO   TO LK-HAV-DT-MOVIMENTO
           MOVE SPACES TO LK-HAV-NR-DOCUMENTO
           MOVE WS-NR-DOCUMENTO   TO LK-HAV-NR-DOCUMENTO
           MOVE SPACES TO LK-HAV-ID-OPERADOR
           CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS.

       2150-MOVIMENTA-HAVERX. EXIT.

      * -----------------------------------
      * DEVOLVE AO CLIENTE A EXPOSICAO DO PRINCIPAL AMORTIZADO NA
      * BAIXA (MESMO CRITERIO DO ESTORNO DE PEDIDO CANCELADO)
