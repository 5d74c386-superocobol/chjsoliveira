       77 WS-QT-TOLERANCIA PIC 9(005) VALUE 10.
       77 WS-QT-COBRADA    PIC 9(007) VALUE ZEROS.
       77 WS-VL-COBRANCA   PIC 9(011)V99 VALUE ZEROS.
       77 WS-CD-FILIAL-TIT PIC 9(003) VALUE ZEROS.
       77 WQT-TITULOS      PIC 9(005) VALUE ZEROS.
       77 WS-DT-VENC       PIC 9(008) VALUE ZEROS.


       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.
               COMPUTE WS-VL-COBRANCA =
                   WS-QT-COBRADA * FS-VAS-VL-REPOSICAO

               PERFORM 2150-FILIAL-CLIENTE

               MOVE "RECEBER" TO LK-CTL-ENTIDADE
               MOVE "P" TO LK-CTL-FUNCAO
               MOVE WS-CD-FILIAL-TIT TO LK-CTL-CD-FILIAL
               CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

               IF LK-CTL-RC-OK
                                             FS-REC-NR-PARCELA
                                             FS-REC-NR-ACORDO
                                             FS-REC-NR-ESTAGIO-COB
                   MOVE WS-CD-FILIAL-TIT  TO FS-REC-CD-FILIAL

                   WRITE ARQ-RECEBER-REC
                       INVALID KEY

       2100-COBRA-FALTAX. EXIT.

      * -----------------------------------
      * O TITULO DE REPOSICAO FICA NA FILIAL DO CLIENTE (REGIAO ->
      * DEPOSITO -> FILIAL); CLIENTE NAO ENCONTRADO FICA NA MATRIZ
       2150-FILIAL-CLIENTE SECTION.

           MOVE 1 TO WS-CD-FILIAL-TIT

           MOVE FS-SDV-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF FS-STAT-CLI-OK
               MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
               MOVE "D" TO LK-FIL-FUNCAO
               MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-TIT
           END-IF.

       2150-FILIAL-CLIENTEX. EXIT.

      * -----------------------------------
      * SOMA O VALOR COBRADO NA EXPOSICAO DO CLIENTE (A BAIXA DO
      * TITULO DEVOLVE A EXPOSICAO, COMO NOS PEDIDOS)
