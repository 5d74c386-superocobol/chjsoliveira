      * ARQ-DEVITEM E O VALOR DEVOLVIDO FUNCIONA COMO DOCUMENTO DE
      * CREDITO: E ABATIDO DOS TITULOS EM ABERTO DO PEDIDO EM
      * ARQ-RECEBER (TITULO COBERTO INTEIRO VIRA "B") E A EXPOSICAO
      * DO CLIENTE CAI PELO VALOR ABATIDO. O CREDITO QUE SOBRA
      * PORQUE OS TITULOS DO PEDIDO JA FORAM PAGOS VIRA HAVER DO
      * CLIENTE (CBL_HAVER_CLIENTE). CADA ITEM DEVOLVIDO ESTORNA OS
      * PONTOS DE FIDELIDADE QUE RENDEU (CBL_PONTOS_CLIENTE). O
      * ARQUIVO DE DEVOLUCOES E DEDUZIDO DA BASE DE COMISSAO EM
      * CBL_COMISSAO E ALIMENTA O RELATORIO MENSAL POR MOTIVO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_DEVOLUCAO.
       ENVIRONMENT DIVISION.
       77 WS-VL-CREDITO   PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-SALDO     PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ABATE     PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ABATIDO   PIC 9(011)V99 VALUE ZEROS.

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_HAVER_CLIENTE.

       COPY CPY_PONTOS_CLIENTE.

       COPY screenio.

       LINKAGE SECTION.
                   CONTINUE
           END-WRITE

           ADD FS-DVI-VL-TOTAL TO WS-VL-DEVOLVIDO

      * O ITEM DEVOLVIDO ESTORNA OS PONTOS DE FIDELIDADE QUE RENDEU
           MOVE "D"                TO LK-PTS-FUNCAO
           MOVE FS-PED-CD-CLIENTE  TO LK-PTS-CD-CLIENTE
           MOVE WS-DT-HOJE         TO LK-PTS-DT-MOVIMENTO
           MOVE WS-NR-PEDIDO       TO LK-PTS-NR-PEDIDO
           MOVE WS-NR-DEVOLUCAO    TO LK-PTS-NR-DEVOLUCAO
           MOVE FS-DVI-CD-PRODUTO  TO LK-PTS-CD-PRODUTO
           MOVE FS-DVI-VL-TOTAL    TO LK-PTS-VL-DEVOLVIDO
           MOVE ZEROS              TO LK-PTS-QT-PONTOS LK-PTS-VL-CUSTO
           MOVE SPACES             TO LK-PTS-ID-OPERADOR
           MOVE "ITEM DEVOLVIDO"   TO LK-PTS-DS-HISTORICO
           CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS.

       2100-GRAVA-ITEM-DEVOLVIDOX. EXIT.

               END-IF

               PERFORM 6200-LE-PROX-TITULO
           END-PERFORM

      * CREDITO QUE SOBRA COM OS TITULOS DO PEDIDO JA PAGOS VIRA
      * HAVER DO CLIENTE, COM A DEVOLUCAO COMO DOCUMENTO DE ORIGEM
           IF WS-VL-CREDITO GREATER ZEROS
               MOVE "C" TO LK-HAV-FUNCAO
               MOVE FS-PED-CD-CLIENTE TO LK-HAV-CD-CLIENTE
               MOVE WS-DT-HOJE TO LK-HAV-DT-MOVIMENTO
               MOVE "DEVOL" TO LK-HAV-CD-ORIGEM
               MOVE SPACES TO LK-HAV-NR-DOCUMENTO
               MOVE WS-NR-DEVOLUCAO TO LK-HAV-NR-DOCUMENTO
               MOVE WS-VL-CREDITO TO LK-HAV-VL-MOVIMENTO
               MOVE SPACES TO LK-HAV-ID-OPERADOR
               MOVE "DEVOLUCAO APOS O PAGAMENTO" TO LK-HAV-DS-HISTORICO
               CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS
           END-IF.

       2300-ABATE-TITULOSX. EXIT.

      * -----------------------------------
      * DEVOLVE AO CLIENTE A EXPOSICAO DO VALOR ABATIDO DOS TITULOS
       2400-REDUZ-EXPOSICAO SECTION.

      * O QUE VIROU HAVER JA SAIU DA EXPOSICAO NA BAIXA DOS TITULOS
           COMPUTE WS-VL-ABATIDO = WS-VL-DEVOLVIDO - WS-VL-CREDITO

           MOVE FS-PED-CD-CLIENTE TO FS-CLI-CD-CLIENTE

           READ ARQ-CLIENTE

           IF FS-STAT-CLI-OK
               IF FS-CLI-VL-EXPOSICAO GREATER WS-VL-ABATIDO
                   SUBTRACT WS-VL-ABATIDO FROM FS-CLI-VL-EXPOSICAO
               ELSE
                   MOVE ZEROS TO FS-CLI-VL-EXPOSICAO
               END-IF
