      * ATIVO, PRODUTO ATIVO COM PRECO VIGENTE (CONTRATO OU TABELA
      * DA REGIAO) E CREDITO (BLOQUEIO E LIMITE). PEDIDO APROVADO
      * NASCE EM FS-PED-ABERTO COM NUMERO DE CBL_PROXIMO_CODIGO E
      * ITENS EM ARQ-PEDITEM, SOMANDO NA EXPOSICAO DO CLIENTE E
      * RESERVANDO O ESTOQUE NO DEPOSITO QUE ATENDE A REGIAO DO
      * CLIENTE, QUE FICA GRAVADO NO PEDIDO.
      * LINHAS RECUSADAS VAO PARA PEDIDO_EDI.REJ COM O MOTIVO,
      * ENTRE HEADER E TRAILER PROPRIOS PARA RESSUBMISSAO. O RESUMO
      * SAI EM IMPORTA_PEDIDO_<AAAAMMDD>.TXT.
       77 WS-CD-CLIENTE-CUR  PIC 9(007) VALUE ZEROS.
       77 WS-CD-VENDEDOR-CUR PIC 9(007) VALUE ZEROS.
       77 WS-CD-REGIAO-CUR   PIC X(004) VALUE SPACES.
       77 WS-CD-DEPOSITO-CUR PIC 9(003) VALUE ZEROS.
       77 WS-CD-CONDPAG-CUR  PIC 9(003) VALUE ZEROS.
       77 WS-VL-LIMITE-CUR   PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-EXPO-CUR     PIC 9(009)V99 VALUE ZEROS.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_VALIDA_INTERCAMBIO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY screenio.

       LINKAGE SECTION.
                       MOVE FS-CLI-CD-CLIENTE  TO WS-CD-CLIENTE-CUR
                       MOVE FS-CLI-CD-VENDEDOR TO WS-CD-VENDEDOR-CUR
                       MOVE FS-CLI-CD-REGIAO   TO WS-CD-REGIAO-CUR
                       MOVE FS-CLI-CD-REGIAO   TO LK-DPR-CD-REGIAO
                       CALL 'CBL_DEPOSITO_REGIAO'
                         USING LK-DPR-PARAMETERS
                       MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-CUR
                       MOVE FS-CLI-VL-LIM-CREDITO TO WS-VL-LIMITE-CUR
                       MOVE FS-CLI-VL-EXPOSICAO   TO WS-VL-EXPO-CUR
                   END-IF
      * GRAVA O PEDIDO APROVADO EM ABERTO COM OS SEUS ITENS
       2600-GRAVA-PEDIDO SECTION.

      * O PEDIDO E NUMERADO NA SERIE DA FILIAL DONA DO DEPOSITO
           MOVE "D" TO LK-FIL-FUNCAO
           MOVE WS-CD-DEPOSITO-CUR TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO LK-CTL-CD-FILIAL

           MOVE "PEDIDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
               MOVE WS-VL-TOTAL-CUR   TO FS-PED-VL-TOTAL
               MOVE WS-CD-CONDPAG-CUR TO FS-PED-CD-CONDPAG
               MOVE "V"               TO FS-PED-TP-PEDIDO
               MOVE WS-CD-DEPOSITO-CUR TO FS-PED-CD-DEPOSITO
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

               MOVE ZEROS TO FS-ITE-PC-DESCONTO
               MOVE WS-TAB-IT-PRECO(WS-TAB-IDX)
                 TO FS-ITE-VL-PRECO-ORIG
               MOVE SPACES TO FS-ITE-IND-CAMPANHA

               WRITE ARQ-PEDITEM-REC
                   INVALID KEY

           IF E-ESTOQUE-ABERTO
               MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
               MOVE WS-CD-DEPOSITO-CUR TO FS-STQ-CD-DEPOSITO
               READ ARQ-ESTOQUE

               IF FS-STAT-STQ-OK

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
