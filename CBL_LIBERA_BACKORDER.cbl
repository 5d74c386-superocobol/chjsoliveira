      * CLASSE "A" PASSAM NA FRENTE) E, HAVENDO ESTOQUE DISPONIVEL
      * E PRECO VIGENTE, CONVERTE CADA UM EM PEDIDO FS-PED-ABERTO DE
      * UMA LINHA, COM RESERVA DE ESTOQUE E EXPOSICAO ATUALIZADAS.
      * A DISPONIBILIDADE E A RESERVA SAO AS DO DEPOSITO QUE ATENDE
      * A REGIAO DO CLIENTE, GRAVADO NO PEDIDO GERADO.
      * PENDENTES MAIS VELHOS QUE O PARAMETRO BACKORDER-VALIDADE
      * (DIAS, PADRAO 30) SAO EXPIRADOS. O RELATORIO
      * BACKORDER_ABERTO_<AAAAMMDD>.TXT LISTA O QUE SEGUE PENDENTE
       77 WS-PRECO-ACHADO PIC X VALUE 'N'.
           88 E-PRECO-ACHADO VALUE 'S'.
       77 WS-REGIAO-BUSCA PIC X(004) VALUE SPACES.
       77 WS-CD-DEPOSITO  PIC 9(003) VALUE ZEROS.
       77 WS-VL-TOTAL-PED PIC 9(011)V99 VALUE ZEROS.

       01 WQT-TOTAIS.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY screenio.

       LINKAGE SECTION.
      * PRECO VIGENTE PARA VIRAR PEDIDO EM ABERTO
       2200-TENTA-LIBERAR SECTION.

           MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO

           MOVE FS-BCK-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO    TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
      * RESERVA DE ESTOQUE E EXPOSICAO DO CLIENTE ATUALIZADAS
       2300-GERA-PEDIDO SECTION.

      * O PEDIDO E NUMERADO NA SERIE DA FILIAL DONA DO DEPOSITO
           MOVE "D" TO LK-FIL-FUNCAO
           MOVE WS-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO LK-CTL-CD-FILIAL

           MOVE "PEDIDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
               MOVE 1                  TO FS-PED-QT-ITENS
               MOVE WS-VL-TOTAL-PED    TO FS-PED-VL-TOTAL
               MOVE "V"                TO FS-PED-TP-PEDIDO
               MOVE WS-CD-DEPOSITO     TO FS-PED-CD-DEPOSITO
               MOVE LK-FIL-CD-FILIAL   TO FS-PED-CD-FILIAL

               WRITE ARQ-PEDIDO-REC
                   INVALID KEY
               IF FS-STAT-PED-OK
                   MOVE "WRITE" TO LK-JNL-OPERACAO
                   PERFORM 8605-JORNAL-PEDIDO
                   MOVE "A" TO LK-ETP-ETAPA
                   PERFORM 8650-ETAPA-PEDIDO
               END-IF
           END-IF.

           MOVE "N"               TO FS-ITE-IND-CONTRATO
           MOVE ZEROS             TO FS-ITE-PC-DESCONTO
           MOVE WS-VL-PRECO-LIN   TO FS-ITE-VL-PRECO-ORIG
           MOVE SPACES            TO FS-ITE-IND-CAMPANHA

           WRITE ARQ-PEDITEM-REC
               INVALID KEY

       8605-JORNAL-PEDIDOX. EXIT.

      * -----------------------------------
      * REGISTRA A DATA DA ETAPA (JA CARREGADA) DO PEDIDO CORRENTE
       8650-ETAPA-PEDIDO SECTION.

           MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
           MOVE ZEROS TO LK-ETP-DATA
           CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS.

       8650-ETAPA-PEDIDOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
