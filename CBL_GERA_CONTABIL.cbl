      * AS CONTAS VEM DOS PARAMETROS CONTA-FATURAMENTO,
      * CONTA-RECEBIMENTO E CONTA-COMISSAO. O ARQUIVO E CONFERIDO
      * POR CBL_VALIDA_INTERCAMBIO ANTES DA ENTREGA AO CONTADOR.
      * O MOVIMENTO DA PROVISAO PARA DEVEDORES DUVIDOSOS DO MES
      * (CBL_CALCULA_PDD, EM PDD.IDX) ENTRA NA DATA-BASE DA PROVISAO:
      * CONSTITUICAO A DEBITO DE CONTA-PDD-DESPESA E CREDITO DE
      * CONTA-PDD; REVERSAO A DEBITO DE CONTA-PDD E CREDITO DE
      * CONTA-PDD-REVERSAO.
      * O HAVER DE CLIENTES (CBL_HAVER_CLIENTE, EM HAVER.IDX) E
      * PASSIVO: O CONSTITUIDO NO DIA VAI A CREDITO E O UTILIZADO NA
      * BAIXA DE TITULOS A DEBITO DE CONTA-HAVER. O PAGAMENTO A MAIOR
      * ENTROU NO CAIXA E SOMA AOS RECEBIMENTOS DO DIA; O HAVER USADO
      * NA BAIXA NAO E DINHEIRO E SAI DOS RECEBIMENTOS DO DIA.
      * CADA FILIAL TEM A SUA CONTABILIDADE, ENTAO SAI UM ARQUIVO POR
      * FILIAL CADASTRADA (A MATRIZ NO NOME DE SEMPRE, AS DEMAIS COM
      * O SUFIXO _F<FILIAL>), COM O CNPJ DA FILIAL NO HEADER: PEDIDOS
      * E TITULOS PELA FILIAL GRAVADA NELES, DEVOLUCOES PELA FILIAL DO
      * PEDIDO DEVOLVIDO, HAVER PELA FILIAL DO CLIENTE (REGIAO ->
      * DEPOSITO -> FILIAL) E COMISSOES PELOS PEDIDOS DA FILIAL. A PDD
      * E APURADA PARA A EMPRESA TODA E FICA NO ARQUIVO DA MATRIZ.
      * O OPERADOR SO GERA OS ARQUIVOS DAS FILIAIS EM QUE TRABALHA.
      * PARA O CONTAS A RECEBER FECHAR COM O DIARIO, TODO MOVIMENTO
      * DOS TITULOS TEM LANCAMENTO NO DIA: O ABATIMENTO DE DEVOLUCAO
      * (VALOR DEVOLVIDO MENOS O QUE VIROU HAVER) SAI DOS RECEBIMENTOS
      * E VAI A DEBITO DE CONTA-DEVOLUCAO; OS ACRESCIMOS RECEBIDOS VAO
      * A CREDITO DE CONTA-ACRESCIMO; A COBRANCA DE VASILHAME A
      * CREDITO DE CONTA-VASILHAME; NA RENEGOCIACAO O SALDO DOS
      * TITULOS ORIGINAIS VAI A CREDITO E AS PARCELAS DO ACORDO A
      * DEBITO DE CONTA-RENEGOCIACAO, NA DATA DO ACORDO. O HAVER DE
      * PAGAMENTO A MAIOR TEM HISTORICO PROPRIO. CBL_CONCILIA_RECEBER
      * CONFERE ESTES LANCAMENTOS COM A MOVIMENTACAO DOS TITULOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_GERA_CONTABIL.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEV.

           SELECT ARQ-PDD ASSIGN TO DISK WID-ARQ-PDD
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PDD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PDD.

           SELECT ARQ-HAVER ASSIGN TO DISK WID-ARQ-HAVER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HAV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HAV.

           SELECT ARQ-CONTABIL ASSIGN TO WNM-ARQ-CONTABIL
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CTB.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       COPY FS-ARQ-DEVOLUCAO.

       FD ARQ-PDD.

       COPY FS-ARQ-PDD.

       FD ARQ-HAVER.

       COPY FS-ARQ-HAVER.

       FD ARQ-CONTABIL.
       01 ARQ-CONTABIL-REC PIC X(100).

           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 WS-CLI-ABERTO PIC X VALUE 'N'.
           88 E-CLI-ABERTO VALUE 'S'.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-PDD PIC 9(02).
           88 FS-STAT-PDD-OK         VALUE 00.

       77 WS-PDD-ABERTO PIC X VALUE 'N'.
           88 E-PDD-ABERTO VALUE 'S'.

       77 FS-STAT-HAV PIC 9(02).
           88 FS-STAT-HAV-OK         VALUE 00.

       77 WS-HAV-ABERTO PIC X VALUE 'N'.
           88 E-HAV-ABERTO VALUE 'S'.

       77 FS-STAT-CTB PIC 9(02).
           88 FS-STAT-CTB-OK         VALUE 00.

       77 WS-CONTA-FATURAMENTO PIC X(010) VALUE "31101".
       77 WS-CONTA-RECEBIMENTO PIC X(010) VALUE "11201".
       77 WS-CONTA-COMISSAO    PIC X(010) VALUE "41101".
       77 WS-CONTA-PDD          PIC X(010) VALUE "11209".
       77 WS-CONTA-PDD-DESPESA  PIC X(010) VALUE "41201".
       77 WS-CONTA-PDD-REVERSAO PIC X(010) VALUE "31201".
       77 WS-CONTA-HAVER        PIC X(010) VALUE "21301".
       77 WS-CONTA-DEVOLUCAO    PIC X(010) VALUE "31102".
       77 WS-CONTA-ACRESCIMO    PIC X(010) VALUE "31301".
       77 WS-CONTA-VASILHAME    PIC X(010) VALUE "31103".
       77 WS-CONTA-RENEGOCIACAO PIC X(010) VALUE "11203".

      * ACUMULADO POR DIA DO MES (1-31)
       01 WS-TAB-FATURADO.
           05 WS-FAT-DIA OCCURS 31 PIC 9(013)V99.
       01 WS-TAB-RECEBIDO.
           05 WS-RCB-DIA OCCURS 31 PIC 9(013)V99.
       01 WS-TAB-HAVER.
           05 WS-HAV-DIA OCCURS 31.
               10 WS-HAV-CONSTITUIDO PIC 9(013)V99.
               10 WS-HAV-UTILIZADO   PIC 9(013)V99.
               10 WS-HAV-PAGTO       PIC 9(013)V99.
      * MOVIMENTO DOS TITULOS POR DIA ALEM DE FATURAMENTO E
      * RECEBIMENTO
       01 WS-TAB-MOV-RECEBER.
           05 WS-MRC-DIA OCCURS 31.
               10 WS-MRC-DEVOLUCAO   PIC 9(013)V99.
               10 WS-MRC-ACRESCIMO   PIC 9(013)V99.
               10 WS-MRC-VASILHAME   PIC 9(013)V99.
               10 WS-MRC-RENEGOCIADO PIC 9(013)V99.
               10 WS-MRC-ACORDO      PIC 9(013)V99.
       77 WS-DIA-IDX PIC 9(002) VALUE ZEROS.

      * ACORDOS COM PARCELAS EMITIDAS NO MES (DIA DO ACORDO) E SALDO
      * DOS TITULOS ORIGINAIS RENEGOCIADOS POR ACORDO
       01 WS-TAB-ACORDO.
           05 WS-TAB-ACO-ITEM OCCURS 500.
               10 WS-TAB-ACO-NR  PIC 9(007).
               10 WS-TAB-ACO-DIA PIC 9(002).
       77 WS-TAB-ACO-QTD PIC 9(003) VALUE ZEROS.
       01 WS-TAB-REN.
           05 WS-TAB-REN-ITEM OCCURS 500.
               10 WS-TAB-REN-NR PIC 9(007).
               10 WS-TAB-REN-VL PIC 9(011)V99.
       77 WS-TAB-REN-QTD PIC 9(003) VALUE ZEROS.
       77 WS-VL-CONSTITUIDO PIC 9(013)V99 VALUE ZEROS.

      * BASE DE COMISSAO POR VENDEDOR DO PERIODO
       77 FS-STAT-DEV PIC 9(02).
           88 FS-STAT-DEV-OK         VALUE 00.

       01 WQT-TOTAIS.
           05 WQT-LANCAMENTOS PIC 9(9) VALUE ZEROS.
           05 WQT-LANCAMENTOS-ARQUIVO PIC 9(9) VALUE ZEROS.

       77 WS-CD-FILIAL-CTB PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-MOV PIC 9(003) VALUE ZEROS.
       77 WS-CNPJ-FILIAL   PIC 9(014) VALUE ZEROS.
       77 WS-SUFIXO-FILIAL PIC X(005) VALUE SPACES.

       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

      * ULTIMO CLIENTE DO HAVER JA LOCALIZADO NA SUA FILIAL
       77 WS-CD-CLIENTE-ANT  PIC 9(007) VALUE ZEROS.
       77 WS-CD-FILIAL-CLI   PIC 9(003) VALUE ZEROS.

       01 WS-LINHA-LANCTO.
           05 WS-LAN-DATA      PIC 9(008).
           05 FILLER             PIC X(009) VALUE "CONTABIL;".
           05 WS-HDR-DATA        PIC 9(008).
           05 FILLER             PIC X(009) VALUE ";FRANQUIA".
           05 FILLER             PIC X VALUE ";".
           05 WS-HDR-CNPJ        PIC 9(014).

       01 WS-LINHA-TRAILER.
           05 FILLER             PIC X(004) VALUE "TRL;".
           05 WS-TRL-HASH        PIC 9(018).

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_DEVOLUCAO.
       COPY CPY_ID_ARQ_PDD.
       COPY CPY_ID_ARQ_HAVER.

       COPY CPY_LE_PARAMETRO.


       COPY CPY_GRAVA_LOG.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY screenio.

       LINKAGE SECTION.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PEDIDO
           END-IF
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-RECEBER
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-DEVOLUCAO
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-PDD
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-HAVER

           MOVE "CONTA-FATURAMENTO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-COMISSAO
           END-IF

           MOVE "CONTA-PDD" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-PDD
           END-IF

           MOVE "CONTA-PDD-DESPESA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-PDD-DESPESA
           END-IF

           MOVE "CONTA-PDD-REVERSAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-PDD-REVERSAO
           END-IF

           MOVE "CONTA-HAVER" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-HAVER
           END-IF

           MOVE "CONTA-DEVOLUCAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-DEVOLUCAO
           END-IF

           MOVE "CONTA-ACRESCIMO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-ACRESCIMO
           END-IF

           MOVE "CONTA-VASILHAME" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-VASILHAME
           END-IF

           MOVE "CONTA-RENEGOCIACAO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:10) TO WS-CONTA-RENEGOCIACAO
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.

           MOVE "ARQUIVO CONTABIL" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS LK-RETURN-CODE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-ANO-MES GREATER ZEROS

               PERFORM VARYING WS-CD-FILIAL-CTB FROM 1 BY 1
                       UNTIL WS-CD-FILIAL-CTB > 9
                   PERFORM 1000-CONFERE-FILIAL
                   IF FILIAL-VALIDA
                       PERFORM 1100-GERA-CONTABIL-FILIAL
                   END-IF
               END-PERFORM

               IF E-MODO-BATCH
                   DISPLAY WS-MSGERRO

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * A FILIAL TEM ARQUIVO SE ESTIVER CADASTRADA (A MATRIZ SEMPRE
      * TEM) E SE O OPERADOR PUDER TRABALHAR NELA; GUARDA O CNPJ DA
      * FILIAL PARA O HEADER
       1000-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK
           MOVE ZEROS TO WS-CNPJ-FILIAL

           MOVE "L" TO LK-FIL-FUNCAO
           MOVE WS-CD-FILIAL-CTB TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF NOT LK-FIL-RC-OK AND WS-CD-FILIAL-CTB NOT EQUAL 1
               GO TO 1000-CONFERE-FILIALX
           END-IF
           MOVE LK-FIL-CNPJ TO WS-CNPJ-FILIAL

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-CTB TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               GO TO 1000-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1000-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * APURA, GRAVA E CONFERE O ARQUIVO CONTABIL DE UMA FILIAL
       1100-GERA-CONTABIL-FILIAL SECTION.

           MOVE ZEROS TO WQT-LANCAMENTOS-ARQUIVO WS-VL-HASH
                         WS-VL-COMISSAO-TOT WS-TAB-COM-QTD
                         WS-CD-CLIENTE-ANT
           MOVE ZEROS TO WS-TAB-FATURADO WS-TAB-RECEBIDO
                         WS-TAB-HAVER WS-TAB-MOV-RECEBER
                         WS-TAB-ACO-QTD WS-TAB-REN-QTD

           MOVE SPACES TO WS-SUFIXO-FILIAL
           IF WS-CD-FILIAL-CTB GREATER 1
               STRING "_F" WS-CD-FILIAL-CTB DELIMITED BY SIZE
                 INTO WS-SUFIXO-FILIAL
           END-IF

           MOVE SPACES TO WNM-ARQ-CONTABIL
           STRING "CONTABIL_" DELIMITED BY SIZE
                  WS-ANO-MES DELIMITED BY SIZE
                  WS-SUFIXO-FILIAL DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-CONTABIL

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 2000-ACUMULA-PEDIDOS
           PERFORM 2150-DEDUZ-DEVOLUCOES
           PERFORM 2100-ACUMULA-RECEBIMENTOS
           PERFORM 2120-ACUMULA-HAVER
           PERFORM 2170-SEPARA-DEVOLUCOES
           PERFORM 2200-TOTALIZA-COMISSOES
           PERFORM 3000-GRAVA-ARQUIVO
           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 3500-CONFERE-ARQUIVO.

       1100-GERA-CONTABIL-FILIALX. EXIT.

      * -----------------------------------
      * ACUMULA O FATURAMENTO POR DIA E A BASE DE COMISSAO POR
      * VENDEDOR DO PERIODO EM UMA SO VARRIDA DOS PEDIDOS

           PERFORM UNTIL NOT FS-STAT-PED-OK

               MOVE 1 TO WS-CD-FILIAL-MOV
               IF FS-PED-CD-FILIAL IS NUMERIC AND
                  FS-PED-CD-FILIAL GREATER ZEROS
                   MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-MOV
               END-IF

               IF FS-PED-FATURADO AND FS-PED-TP-VENDA AND
                  WS-CD-FILIAL-MOV EQUAL WS-CD-FILIAL-CTB AND
                  FS-PED-DT-FATURAMENTO(1:6) EQUAL WS-ANO-MES
                   MOVE FS-PED-DT-FATURAMENTO(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
               END-IF

               IF NOT FS-PED-CANCELADO AND FS-PED-TP-VENDA AND
                  WS-CD-FILIAL-MOV EQUAL WS-CD-FILIAL-CTB AND
                  FS-PED-DT-PEDIDO(1:6) EQUAL WS-ANO-MES
                   PERFORM 2050-ACUMULA-BASE-COMISSAO
               END-IF
               PERFORM UNTIL NOT FS-STAT-DEV-OK

                   IF FS-DEV-DT-DEVOLUCAO(1:6) EQUAL WS-ANO-MES
                       PERFORM 2155-FILIAL-DEVOLUCAO
                       IF WS-CD-FILIAL-MOV EQUAL WS-CD-FILIAL-CTB
                           PERFORM 2160-ABATE-BASE-VENDEDOR
                           MOVE FS-DEV-DT-DEVOLUCAO(7:2) TO WS-DIA-IDX
                           IF WS-DIA-IDX GREATER ZEROS AND
                              WS-DIA-IDX NOT GREATER 31
                               ADD FS-DEV-VL-DEVOLVIDO
                                 TO WS-MRC-DEVOLUCAO(WS-DIA-IDX)
                           END-IF
                       END-IF
                   END-IF

                   PERFORM 6050-LER-ARQ-DEVOLUCAO

       2150-DEDUZ-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * A DEVOLUCAO PERTENCE A FILIAL DO PEDIDO DEVOLVIDO; PEDIDO NAO
      * ENCONTRADO OU SEM FILIAL FICA NA MATRIZ
       2155-FILIAL-DEVOLUCAO SECTION.

           MOVE 1 TO WS-CD-FILIAL-MOV

           MOVE FS-DEV-NR-PEDIDO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO

           IF FS-STAT-PED-OK AND FS-PED-CD-FILIAL IS NUMERIC AND
              FS-PED-CD-FILIAL GREATER ZEROS
               MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-MOV
           END-IF.

       2155-FILIAL-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * LOCALIZA O VENDEDOR DA DEVOLUCAO NA TABELA DE BASES E ABATE
      * O VALOR DEVOLVIDO; VENDEDOR SEM VENDA NO MES NAO TEM BASE A

           PERFORM UNTIL NOT FS-STAT-REC-OK

               MOVE 1 TO WS-CD-FILIAL-MOV
               IF FS-REC-CD-FILIAL IS NUMERIC AND
                  FS-REC-CD-FILIAL GREATER ZEROS
                   MOVE FS-REC-CD-FILIAL TO WS-CD-FILIAL-MOV
               END-IF

               IF FS-REC-DT-PAGAMENTO(1:6) EQUAL WS-ANO-MES AND
                  WS-CD-FILIAL-MOV EQUAL WS-CD-FILIAL-CTB
                   MOVE FS-REC-DT-PAGAMENTO(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
                      WS-DIA-IDX NOT GREATER 31
                       ADD FS-REC-VL-PAGO TO WS-RCB-DIA(WS-DIA-IDX)
                       ADD FS-REC-VL-ACRESCIMO
                         TO WS-RCB-DIA(WS-DIA-IDX)
                       ADD FS-REC-VL-ACRESCIMO
                         TO WS-MRC-ACRESCIMO(WS-DIA-IDX)
                   END-IF
               END-IF

               IF WS-CD-FILIAL-MOV EQUAL WS-CD-FILIAL-CTB
                   PERFORM 2110-ACUMULA-EMISSOES
               END-IF

               PERFORM 6100-LER-ARQ-RECEBER
           END-PERFORM

           PERFORM 2115-DATA-RENEGOCIACOES.

       2100-ACUMULA-RECEBIMENTOSX. EXIT.

      * -----------------------------------
      * TITULOS SEM PEDIDO EMITIDOS NO MES: SEM PARCELA E COBRANCA DE
      * VASILHAME, COM PARCELA E PARCELA DE ACORDO (O DIA DA EMISSAO
      * E O DIA DO ACORDO). O SALDO DOS TITULOS RENEGOCIADOS E
      * ACUMULADO POR ACORDO PARA SER LANCADO NO DIA DO ACORDO
       2110-ACUMULA-EMISSOES SECTION.

           IF FS-REC-NR-PEDIDO EQUAL ZEROS AND
              FS-REC-DT-EMISSAO(1:6) EQUAL WS-ANO-MES
               MOVE FS-REC-DT-EMISSAO(7:2) TO WS-DIA-IDX
               IF WS-DIA-IDX GREATER ZEROS AND
                  WS-DIA-IDX NOT GREATER 31
                   IF FS-REC-NR-PARCELA EQUAL ZEROS
                       ADD FS-REC-VL-DOCUMENTO
                         TO WS-MRC-VASILHAME(WS-DIA-IDX)
                   ELSE
                       ADD FS-REC-VL-DOCUMENTO
                         TO WS-MRC-ACORDO(WS-DIA-IDX)
                       IF NOT FS-REC-RENEGOCIADO
                           PERFORM 2112-REGISTRA-ACORDO
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF FS-REC-RENEGOCIADO AND
              FS-REC-VL-DOCUMENTO GREATER FS-REC-VL-PAGO
               MOVE ZEROS TO WS-TAB-IDX
               MOVE 'N'   TO WS-ACHADO
               PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
                 UNTIL WS-TAB-IDX2 GREATER WS-TAB-REN-QTD OR E-ACHADO
                   IF WS-TAB-REN-NR(WS-TAB-IDX2) EQUAL
                      FS-REC-NR-ACORDO
                       MOVE WS-TAB-IDX2 TO WS-TAB-IDX
                       MOVE 'S' TO WS-ACHADO
                   END-IF
               END-PERFORM

               IF WS-TAB-IDX EQUAL ZEROS AND WS-TAB-REN-QTD LESS 500
                   ADD 1 TO WS-TAB-REN-QTD
                   MOVE WS-TAB-REN-QTD TO WS-TAB-IDX
                   MOVE FS-REC-NR-ACORDO TO WS-TAB-REN-NR(WS-TAB-IDX)
                   MOVE ZEROS TO WS-TAB-REN-VL(WS-TAB-IDX)
               END-IF

               IF WS-TAB-IDX GREATER ZEROS
                   COMPUTE WS-TAB-REN-VL(WS-TAB-IDX) =
                       WS-TAB-REN-VL(WS-TAB-IDX) +
                       FS-REC-VL-DOCUMENTO - FS-REC-VL-PAGO
               END-IF
           END-IF.

       2110-ACUMULA-EMISSOESX. EXIT.

      * -----------------------------------
      * GUARDA O DIA DO ACORDO DA PARCELA, UMA VEZ POR ACORDO
       2112-REGISTRA-ACORDO SECTION.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-ACO-QTD OR E-ACHADO
               IF WS-TAB-ACO-NR(WS-TAB-IDX2) EQUAL FS-REC-NR-ACORDO
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF NOT E-ACHADO AND WS-TAB-ACO-QTD LESS 500
               ADD 1 TO WS-TAB-ACO-QTD
               MOVE FS-REC-NR-ACORDO TO WS-TAB-ACO-NR(WS-TAB-ACO-QTD)
               MOVE WS-DIA-IDX TO WS-TAB-ACO-DIA(WS-TAB-ACO-QTD)
           END-IF.

       2112-REGISTRA-ACORDOX. EXIT.

      * -----------------------------------
      * LANCA O SALDO RENEGOCIADO DE CADA ACORDO NO DIA DO ACORDO;
      * ACORDO SEM PARCELA EMITIDA NO MES E DE OUTRO PERIODO
       2115-DATA-RENEGOCIACOES SECTION.

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-REN-QTD
               MOVE 'N' TO WS-ACHADO
               PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
                 UNTIL WS-TAB-IDX2 GREATER WS-TAB-ACO-QTD OR E-ACHADO
                   IF WS-TAB-ACO-NR(WS-TAB-IDX2) EQUAL
                      WS-TAB-REN-NR(WS-TAB-IDX)
                       MOVE 'S' TO WS-ACHADO
                       MOVE WS-TAB-ACO-DIA(WS-TAB-IDX2) TO WS-DIA-IDX
                       ADD WS-TAB-REN-VL(WS-TAB-IDX)
                         TO WS-MRC-RENEGOCIADO(WS-DIA-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2115-DATA-RENEGOCIACOESX. EXIT.

      * -----------------------------------
      * ACUMULA POR DIA O HAVER CONSTITUIDO E O UTILIZADO NO MES E
      * AJUSTA OS RECEBIMENTOS DO DIA AO QUE ENTROU EM DINHEIRO
       2120-ACUMULA-HAVER SECTION.

           IF NOT E-HAV-ABERTO
               GO TO 2120-ACUMULA-HAVERX
           END-IF

           MOVE LOW-VALUES TO FS-HAV-KEY
           PERFORM 6150-LER-ARQ-HAVER

           PERFORM UNTIL NOT FS-STAT-HAV-OK

               IF FS-HAV-DT-MOVIMENTO(1:6) EQUAL WS-ANO-MES
                   PERFORM 2125-FILIAL-CLIENTE
               END-IF

               IF FS-HAV-DT-MOVIMENTO(1:6) EQUAL WS-ANO-MES AND
                  WS-CD-FILIAL-CLI EQUAL WS-CD-FILIAL-CTB
                   MOVE FS-HAV-DT-MOVIMENTO(7:2) TO WS-DIA-IDX
                   IF WS-DIA-IDX GREATER ZEROS AND
                      WS-DIA-IDX NOT GREATER 31
                       PERFORM 2130-SOMA-HAVER-DIA
                   END-IF
               END-IF

               PERFORM 6150-LER-ARQ-HAVER
           END-PERFORM.

       2120-ACUMULA-HAVERX. EXIT.

      * -----------------------------------
      * FILIAL DO CLIENTE DO HAVER (REGIAO -> DEPOSITO -> FILIAL). O
      * HAVER VEM EM ORDEM DE CLIENTE, ENTAO SO CONSULTA QUANDO O
      * CLIENTE MUDA; CLIENTE NAO ENCONTRADO FICA NA MATRIZ
       2125-FILIAL-CLIENTE SECTION.

           IF FS-HAV-CD-CLIENTE EQUAL WS-CD-CLIENTE-ANT
               GO TO 2125-FILIAL-CLIENTEX
           END-IF

           MOVE FS-HAV-CD-CLIENTE TO WS-CD-CLIENTE-ANT
           MOVE 1 TO WS-CD-FILIAL-CLI

           IF NOT E-CLI-ABERTO
               GO TO 2125-FILIAL-CLIENTEX
           END-IF

           MOVE FS-HAV-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               GO TO 2125-FILIAL-CLIENTEX
           END-IF

           MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS

           MOVE "D" TO LK-FIL-FUNCAO
           MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-CLI.

       2125-FILIAL-CLIENTEX. EXIT.

      * -----------------------------------
      * SOMA O MOVIMENTO DO HAVER NO DIA WS-DIA-IDX
       2130-SOMA-HAVER-DIA SECTION.

           IF FS-HAV-CREDITO
               ADD FS-HAV-VL-MOVIMENTO
                 TO WS-HAV-CONSTITUIDO(WS-DIA-IDX)
               IF FS-HAV-ORIGEM-PAGTO
                   ADD FS-HAV-VL-MOVIMENTO TO WS-RCB-DIA(WS-DIA-IDX)
                   ADD FS-HAV-VL-MOVIMENTO TO WS-HAV-PAGTO(WS-DIA-IDX)
               END-IF
      * O CREDITO DA DEVOLUCAO QUE VIROU HAVER NAO ABATEU TITULO
               IF FS-HAV-ORIGEM-DEVOL
                   IF WS-MRC-DEVOLUCAO(WS-DIA-IDX) GREATER
                      FS-HAV-VL-MOVIMENTO
                       SUBTRACT FS-HAV-VL-MOVIMENTO
                           FROM WS-MRC-DEVOLUCAO(WS-DIA-IDX)
                   ELSE
                       MOVE ZEROS TO WS-MRC-DEVOLUCAO(WS-DIA-IDX)
                   END-IF
               END-IF
           ELSE
               ADD FS-HAV-VL-MOVIMENTO
                 TO WS-HAV-UTILIZADO(WS-DIA-IDX)
               IF FS-HAV-ORIGEM-BAIXA
                   IF WS-RCB-DIA(WS-DIA-IDX) GREATER
                      FS-HAV-VL-MOVIMENTO
                       SUBTRACT FS-HAV-VL-MOVIMENTO
                           FROM WS-RCB-DIA(WS-DIA-IDX)
                   ELSE
                       MOVE ZEROS TO WS-RCB-DIA(WS-DIA-IDX)
                   END-IF
               END-IF
           END-IF.

       2130-SOMA-HAVER-DIAX. EXIT.

      * -----------------------------------
      * O ABATIMENTO DE DEVOLUCAO ENTRA NO VALOR PAGO DO TITULO MAS
      * NAO E DINHEIRO: SAI DOS RECEBIMENTOS DO DIA
       2170-SEPARA-DEVOLUCOES SECTION.

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
             UNTIL WS-DIA-IDX GREATER 31
               IF WS-RCB-DIA(WS-DIA-IDX) GREATER
                  WS-MRC-DEVOLUCAO(WS-DIA-IDX)
                   SUBTRACT WS-MRC-DEVOLUCAO(WS-DIA-IDX)
                       FROM WS-RCB-DIA(WS-DIA-IDX)
               ELSE
                   MOVE ZEROS TO WS-RCB-DIA(WS-DIA-IDX)
               END-IF
           END-PERFORM.

       2170-SEPARA-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * FECHA O TOTAL DE COMISSOES DO PERIODO APLICANDO O PERCENTUAL
      * DE CADA VENDEDOR SOBRE A BASE ACUMULADA
       3000-GRAVA-ARQUIVO SECTION.

           MOVE WS-DT-HOJE TO WS-HDR-DATA
           MOVE WS-CNPJ-FILIAL TO WS-HDR-CNPJ
           MOVE WS-LINHA-HEADER TO ARQ-CONTABIL-REC
           WRITE ARQ-CONTABIL-REC

                       WS-RCB-DIA(WS-DIA-IDX) * 100
                   PERFORM 3100-GRAVA-LANCAMENTO
               END-IF

               COMPUTE WS-VL-CONSTITUIDO =
                   WS-HAV-CONSTITUIDO(WS-DIA-IDX) -
                   WS-HAV-PAGTO(WS-DIA-IDX)
               IF WS-VL-CONSTITUIDO GREATER ZEROS
                   MOVE WS-DIA-IDX TO WS-ULT-DIA
                   MOVE WS-CONTA-HAVER TO WS-LAN-CONTA
                   MOVE "C" TO WS-LAN-DC
                   MOVE "HAVER CONSTITUIDO" TO WS-LAN-HISTORICO
                   COMPUTE WS-VL-CENTAVOS = WS-VL-CONSTITUIDO * 100
                   PERFORM 3100-GRAVA-LANCAMENTO
               END-IF

               IF WS-HAV-PAGTO(WS-DIA-IDX) GREATER ZEROS
                   MOVE WS-DIA-IDX TO WS-ULT-DIA
                   MOVE WS-CONTA-HAVER TO WS-LAN-CONTA
                   MOVE "C" TO WS-LAN-DC
                   MOVE "HAVER PAGTO A MAIOR" TO WS-LAN-HISTORICO
                   COMPUTE WS-VL-CENTAVOS =
                       WS-HAV-PAGTO(WS-DIA-IDX) * 100
                   PERFORM 3100-GRAVA-LANCAMENTO
               END-IF

               IF WS-HAV-UTILIZADO(WS-DIA-IDX) GREATER ZEROS
                   MOVE WS-DIA-IDX TO WS-ULT-DIA
                   MOVE WS-CONTA-HAVER TO WS-LAN-CONTA
                   MOVE "D" TO WS-LAN-DC
                   MOVE "HAVER UTILIZADO" TO WS-LAN-HISTORICO
                   COMPUTE WS-VL-CENTAVOS =
                       WS-HAV-UTILIZADO(WS-DIA-IDX) * 100
                   PERFORM 3100-GRAVA-LANCAMENTO
               END-IF

               PERFORM 3050-LANCA-MOV-RECEBER
           END-PERFORM

           IF WS-VL-COMISSAO-TOT GREATER ZEROS
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF

           IF WS-CD-FILIAL-CTB EQUAL 1
               PERFORM 3200-LANCA-PDD
           END-IF

           MOVE WQT-LANCAMENTOS-ARQUIVO TO WS-TRL-QT
           MOVE WS-VL-HASH TO WS-TRL-HASH
           MOVE WS-LINHA-TRAILER TO ARQ-CONTABIL-REC
           WRITE ARQ-CONTABIL-REC.

       3000-GRAVA-ARQUIVOX. EXIT.

      * -----------------------------------
      * LANCAMENTOS DO DIA WS-DIA-IDX QUE COMPLETAM A MOVIMENTACAO
      * DOS TITULOS A RECEBER
       3050-LANCA-MOV-RECEBER SECTION.

           IF WS-MRC-DEVOLUCAO(WS-DIA-IDX) GREATER ZEROS
               MOVE WS-DIA-IDX TO WS-ULT-DIA
               MOVE WS-CONTA-DEVOLUCAO TO WS-LAN-CONTA
               MOVE "D" TO WS-LAN-DC
               MOVE "DEVOLUCOES ABATIDAS" TO WS-LAN-HISTORICO
               COMPUTE WS-VL-CENTAVOS =
                   WS-MRC-DEVOLUCAO(WS-DIA-IDX) * 100
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF

           IF WS-MRC-ACRESCIMO(WS-DIA-IDX) GREATER ZEROS
               MOVE WS-DIA-IDX TO WS-ULT-DIA
               MOVE WS-CONTA-ACRESCIMO TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-DC
               MOVE "ACRESCIMOS RECEBIDOS" TO WS-LAN-HISTORICO
               COMPUTE WS-VL-CENTAVOS =
                   WS-MRC-ACRESCIMO(WS-DIA-IDX) * 100
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF

           IF WS-MRC-VASILHAME(WS-DIA-IDX) GREATER ZEROS
               MOVE WS-DIA-IDX TO WS-ULT-DIA
               MOVE WS-CONTA-VASILHAME TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-DC
               MOVE "COBRANCA DE VASILHAME" TO WS-LAN-HISTORICO
               COMPUTE WS-VL-CENTAVOS =
                   WS-MRC-VASILHAME(WS-DIA-IDX) * 100
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF

           IF WS-MRC-RENEGOCIADO(WS-DIA-IDX) GREATER ZEROS
               MOVE WS-DIA-IDX TO WS-ULT-DIA
               MOVE WS-CONTA-RENEGOCIACAO TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-DC
               MOVE "TITULOS RENEGOCIADOS" TO WS-LAN-HISTORICO
               COMPUTE WS-VL-CENTAVOS =
                   WS-MRC-RENEGOCIADO(WS-DIA-IDX) * 100
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF

           IF WS-MRC-ACORDO(WS-DIA-IDX) GREATER ZEROS
               MOVE WS-DIA-IDX TO WS-ULT-DIA
               MOVE WS-CONTA-RENEGOCIACAO TO WS-LAN-CONTA
               MOVE "D" TO WS-LAN-DC
               MOVE "PARCELAS DE ACORDO" TO WS-LAN-HISTORICO
               COMPUTE WS-VL-CENTAVOS =
                   WS-MRC-ACORDO(WS-DIA-IDX) * 100
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF.

       3050-LANCA-MOV-RECEBERX. EXIT.

      * -----------------------------------
      * GRAVA UM LANCAMENTO E ACUMULA CONTAGEM E HASH DO TRAILER
       3100-GRAVA-LANCAMENTO SECTION.
           MOVE WS-LINHA-LANCTO TO ARQ-CONTABIL-REC
           WRITE ARQ-CONTABIL-REC

           ADD 1 TO WQT-LANCAMENTOS WQT-LANCAMENTOS-ARQUIVO
           ADD WS-VL-CENTAVOS TO WS-VL-HASH.

       3100-GRAVA-LANCAMENTOX. EXIT.

      * -----------------------------------
      * LANCA O MOVIMENTO DA PDD DO PERIODO, SE JA CALCULADA, EM
      * PARTIDA DOBRADA NA DATA-BASE DA PROVISAO
       3200-LANCA-PDD SECTION.

           IF NOT E-PDD-ABERTO
               GO TO 3200-LANCA-PDDX
           END-IF

           MOVE WS-ANO-MES TO FS-PDD-ANO-MES
           READ ARQ-PDD
           IF NOT FS-STAT-PDD-OK OR FS-PDD-SEM-MOVIMENTO OR
              FS-PDD-VL-MOVIMENTO EQUAL ZEROS
               GO TO 3200-LANCA-PDDX
           END-IF

           MOVE FS-PDD-DT-BASE TO WS-DT-LANCTO
           COMPUTE WS-VL-CENTAVOS = FS-PDD-VL-MOVIMENTO * 100

           IF FS-PDD-CONSTITUICAO
               MOVE WS-CONTA-PDD-DESPESA TO WS-LAN-CONTA
               MOVE "D" TO WS-LAN-DC
               MOVE "CONSTITUICAO PDD" TO WS-LAN-HISTORICO
               PERFORM 3100-GRAVA-LANCAMENTO
               MOVE WS-CONTA-PDD TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-DC
               PERFORM 3100-GRAVA-LANCAMENTO
           ELSE
               MOVE WS-CONTA-PDD TO WS-LAN-CONTA
               MOVE "D" TO WS-LAN-DC
               MOVE "REVERSAO PDD" TO WS-LAN-HISTORICO
               PERFORM 3100-GRAVA-LANCAMENTO
               MOVE WS-CONTA-PDD-REVERSAO TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-DC
               PERFORM 3100-GRAVA-LANCAMENTO
           END-IF.

       3200-LANCA-PDDX. EXIT.

      * -----------------------------------
      * CONFERE O ARQUIVO GERADO PELO VALIDADOR DE INTERCAMBIO
       3500-CONFERE-ARQUIVO SECTION.
           END-IF

           MOVE "CBL_GERA_CONTABIL" TO LK-LOG-PROGRAMA
           MOVE SPACES TO LK-LOG-MENSAGEM
           STRING WS-MSGERRO DELIMITED BY "  "
                  " - " WNM-ARQ-CONTABIL DELIMITED BY SIZE
             INTO LK-LOG-MENSAGEM

      * UM ARQUIVO REPROVADO PREVALECE NA MENSAGEM FINAL
           IF LK-RETURN-CODE EQUAL 8
               MOVE "ARQUIVO CONTABIL NAO PASSOU NA CONFERENCIA"
                 TO WS-MSGERRO
           END-IF
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS.

       3500-CONFERE-ARQUIVOX. EXIT.

           OPEN INPUT ARQ-VENDEDOR

           MOVE 'N' TO WS-CLI-ABERTO
           OPEN INPUT ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE 'S' TO WS-CLI-ABERTO
           END-IF

           MOVE 'N' TO WS-DEVOLUCAO-ABERTA
           OPEN INPUT ARQ-DEVOLUCAO
           IF FS-STAT-DEV-OK
               MOVE 'S' TO WS-DEVOLUCAO-ABERTA
           END-IF

           MOVE 'N' TO WS-PDD-ABERTO
           OPEN INPUT ARQ-PDD
           IF FS-STAT-PDD-OK
               MOVE 'S' TO WS-PDD-ABERTO
           END-IF

           MOVE 'N' TO WS-HAV-ABERTO
           OPEN INPUT ARQ-HAVER
           IF FS-STAT-HAV-OK
               MOVE 'S' TO WS-HAV-ABERTO
           END-IF

           OPEN OUTPUT ARQ-CONTABIL.

       5000-ABRIR-ARQUIVOSX. EXIT.

       6100-LER-ARQ-RECEBER-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO MOVIMENTO DO HAVER PELA CHAVE
       6150-LER-ARQ-HAVER SECTION.

           START ARQ-HAVER KEY > FS-HAV-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-HAV
               NOT INVALID KEY
                   READ ARQ-HAVER NEXT
                       AT END MOVE 99 TO FS-STAT-HAV
                   END-READ
           END-START.

       6150-LER-ARQ-HAVERX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA GERACAO CONTABIL
       7000-FECHA-ARQUIVOS SECTION.
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CONTABIL

           IF E-CLI-ABERTO
               CLOSE ARQ-CLIENTE
           END-IF

           IF E-DEVOLUCAO-ABERTA
               CLOSE ARQ-DEVOLUCAO
           END-IF

           IF E-PDD-ABERTO
               CLOSE ARQ-PDD
           END-IF

           IF E-HAV-ABERTO
               CLOSE ARQ-HAVER
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.
