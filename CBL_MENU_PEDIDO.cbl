               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BCK.

           SELECT ARQ-ORCAMENTO ASSIGN TO DISK WID-ARQ-ORCAMENTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ORC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ORC.

           SELECT ARQ-ORCITEM ASSIGN TO DISK WID-ARQ-ORCITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OIT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OIT.

           SELECT ARQ-RETENCAO ASSIGN TO DISK WID-ARQ-RETENCAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RET-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RET.

           SELECT ARQ-REDE ASSIGN TO DISK WID-ARQ-REDE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RED.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDO.

       COPY FS-ARQ-BACKORDER.

       FD ARQ-ORCAMENTO.

       COPY FS-ARQ-ORCAMENTO.

       FD ARQ-ORCITEM.

       COPY FS-ARQ-ORCITEM.

       FD ARQ-RETENCAO.

       COPY FS-ARQ-RETENCAO.

       FD ARQ-REDE.

       COPY FS-ARQ-REDE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           88 E-INCLUIR   VALUE IS "1".
           88 E-ALTERAR   VALUE IS "2".
           88 E-CANCELAR  VALUE IS "3".
           88 E-ORCAMENTO VALUE IS "4".
           88 E-CONVERTER VALUE IS "5".
           88 E-CANCELAR-ORC VALUE IS "6".
           88 E-REL-ORCAMENTO VALUE IS "7".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                     "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.
       77 WS-VL-PISO       PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-MELHOR     PIC 9(005) VALUE ZEROS.

      * CAMPANHA PROMOCIONAL ESCOLHIDA PARA A LINHA POR
      * CBL_VERBA_CAMPANHA: O PRECO PROMOCIONAL OU PERCENTUAL VIRA A
      * BASE DA LINHA NO LUGAR DAS REGRAS DE DESCONTO; A LEVE X GANHE
      * Y GERA A LINHA DE BONIFICACAO LOGO APOS A LINHA DIGITADA
       77 WS-CD-CAMPANHA-LIN PIC 9(007) VALUE ZEROS.
       77 WS-TP-MECANICA-LIN PIC X(001) VALUE SPACES.
           88 E-CAMPANHA-PRECO VALUES ARE "P" "D".
           88 E-CAMPANHA-BONUS VALUE "B".
       77 WS-VL-PRECO-CAMP   PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-BONUS-LIN    PIC 9(005) VALUE ZEROS.
       77 WS-VL-INVEST-LIN   PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-PRECO-BASE   PIC 9(007)V99 VALUE ZEROS.
       77 WS-QT-LINHA        PIC 9(005) VALUE ZEROS.

       77 WS-CD-REGIAO-CLI PIC X(004) VALUE SPACES.
       77 WS-REGIAO-BUSCA  PIC X(004) VALUE SPACES.

      * DEPOSITO QUE ATENDE A REGIAO DO CLIENTE (RESERVA E CRITICA
      * DE DISPONIBILIDADE), O DEPOSITO GRAVADO NO PEDIDO ANTES DA
      * ALTERACAO E O DEPOSITO EM USO PELAS ROTINAS DE RESERVA
       77 WS-CD-DEPOSITO     PIC 9(003) VALUE ZEROS.
       77 WS-CD-DEPOSITO-ANT PIC 9(003) VALUE ZEROS.
       77 WS-CD-DEPOSITO-RES PIC 9(003) VALUE ZEROS.

      * FILIAL DO PEDIDO (A DO DEPOSITO DO CLIENTE) E A GRAVADA NO
      * PEDIDO ANTES DA ALTERACAO; O NUMERO DO PEDIDO FICA NA FAIXA
      * DA FILIAL E O PEDIDO NAO MUDA DE FILIAL NA ALTERACAO
       77 WS-CD-FILIAL-PED   PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-ANT   PIC 9(003) VALUE ZEROS.
       77 WS-MODO-ALTERACAO PIC X VALUE 'N'.
           88 E-MODO-ALTERACAO VALUE 'S'.
       77 WS-PRECO-ACHADO PIC X VALUE 'N'.
           88 E-PRECO-ACHADO VALUE 'S'.

       77 WS-CREDITO-OK PIC X VALUE 'N'.
           88 CREDITO-LIBERADO VALUE 'S'.

      * RETENCAO PARA O SUPERVISOR: CREDITO, PISO, CUSTO E DESCONTO
      * ALEM DA ALCADA DO VENDEDOR NAO SAO LIBERADOS NO TERMINAL; O
      * PEDIDO E GRAVADO RETIDO COM O PRIMEIRO MOTIVO EM
      * ARQ-RETENCAO E LIBERADO OU REJEITADO EM CBL_MENU_RETENCAO
       77 FS-STAT-RET PIC 9(02).
           88 FS-STAT-RET-OK         VALUE 00.
           88 FS-STAT-RET-NAO-EXISTE VALUE 35.

       77 WS-RETER PIC X VALUE 'N'.
           88 E-RETER VALUE 'S'.
       77 WS-LINHA-RETIDA PIC X VALUE 'N'.
           88 E-LINHA-RETIDA VALUE 'S'.
       77 WS-DS-MOTIVO-RET PIC X(060) VALUE SPACES.
       77 WS-DS-MOTIVO-RET-LINHA PIC X(060) VALUE SPACES.

      * DESCONTO DADO PELO VENDEDOR NA LINHA (SOMA-SE AO DA REGRA) E
      * O MAXIMO QUE O VENDEDOR DO PEDIDO CONCEDE SEM O SUPERVISOR
       77 WS-PC-DESC-VEND   PIC 9(002)V99 VALUE ZEROS.
       77 WS-PC-DESC-ALCADA PIC 9(002)V99 VALUE ZEROS.

      * SCORE MINIMO DO BUREAU EXIGIDO SEM LIBERACAO DE SUPERVISOR
      * (PARAMETRO SCORE-MINIMO; ZERO DESLIGA A CRITICA)
       77 WS-NR-SCORE-MIN PIC 9(003) VALUE ZEROS.
       77 WS-CD-CLIENTE-ANT PIC 9(007) VALUE ZEROS.
       77 WS-VL-EXPO-NOVA PIC 9(011)V99 VALUE ZEROS.

      * LIMITE DE CREDITO COMPARTILHADO PELAS LOJAS DA REDE
       77 FS-STAT-RED PIC 9(02).
           88 FS-STAT-RED-OK         VALUE 00.
       77 WS-REDE-ABERTO PIC X VALUE 'N'.
           88 E-REDE-ABERTO VALUE 'S'.
       77 WS-REDE-CREDITO-OK PIC X VALUE 'S'.
           88 E-REDE-CREDITO-OK VALUE 'S'.
       77 WS-DS-RECUSA-REDE PIC X(040) VALUE SPACES.
       77 WS-CD-CLIENTE-REDE PIC 9(007) VALUE ZEROS.
       77 WS-VL-EXPO-REDE PIC 9(013)V99 VALUE ZEROS.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       01 WS-TAB-ITENS-ANT.
           05 WS-ITA-LINHA OCCURS 500 TIMES PIC X(060).
       77 WQT-ITENS-ANT PIC 9(003) VALUE ZEROS.
      * CAMPANHA E VERBA DAS LINHAS GUARDADAS, REFEITAS NA RESTAURACAO
       01 WS-TAB-CAMP-ANT.
           05 WS-ITC-LINHA OCCURS 500 TIMES.
               10 WS-ITC-CD-CAMPANHA PIC 9(007).
               10 WS-ITC-TP-MECANICA PIC X(001).
               10 WS-ITC-VL-INVEST   PIC 9(009)V99.
       77 WS-ITA-IDX    PIC 9(003) VALUE ZEROS.
       77 WS-ITENS-ANT-OK PIC X VALUE 'S'.
           88 E-ITENS-ANT-OK VALUE 'S'.
       77 WS-FIM-ITENS     PIC X VALUE 'N'.
           88 E-FIM-ITENS VALUE 'S'.

       77 FS-STAT-ORC PIC 9(02).
           88 FS-STAT-ORC-OK         VALUE 00.
           88 FS-STAT-ORC-EOF        VALUE 10 23.
           88 FS-STAT-ORC-NAO-EXISTE VALUE 35.

       77 FS-STAT-OIT PIC 9(02).
           88 FS-STAT-OIT-OK         VALUE 00.
           88 FS-STAT-OIT-NAO-EXISTE VALUE 35.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

      * ORCAMENTO: MESMA DIGITACAO E PRECIFICACAO DO PEDIDO, SEM
      * RESERVA DE ESTOQUE E SEM CONSUMO DE CREDITO; A VALIDADE
      * PADRAO E A DATA DO ORCAMENTO MAIS ORCAMENTO-VALIDADE DIAS
       77 WS-MODO-ORCAMENTO PIC X VALUE 'N'.
           88 E-MODO-ORCAMENTO VALUE 'S'.
       77 WS-NR-ORCAMENTO  PIC 9(007) VALUE ZEROS.
       77 WS-DT-VALIDADE   PIC 9(008) VALUE ZEROS.
       77 WS-QT-DIAS-VALIDADE PIC 9(003) VALUE 15.
       77 WS-DT-HOJE       PIC 9(008) VALUE ZEROS.
       77 WS-QT-SEM-ESTOQUE PIC 9(003) VALUE ZEROS.
       77 WS-QT-SEM-ESTOQUE-L PIC ZZ9.
       77 WS-NR-PEDIDO-L   PIC 9(007).

      * RELATORIO DE ORCAMENTOS (PERIODO PELA DATA DO ORCAMENTO)
       77 WNM-ARQ-SAIDA    PIC X(50) VALUE SPACES.
       77 WS-ID-RELATORIO  PIC X(20) VALUE "ORCAMENTOS".
       77 WS-DT-INI        PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM        PIC 9(008) VALUE ZEROS.
       77 WS-QT-VEN-FORA   PIC 9(005) VALUE ZEROS.
       77 WS-TVO-IDX       PIC 9(003) VALUE ZEROS.
       77 WQT-VEN-ORC      PIC 9(003) VALUE ZEROS.
       77 WS-QT-DECIDIDO   PIC 9(005) VALUE ZEROS.

      * TOTAIS POR VENDEDOR; A TAXA DE ACERTO E CONVERTIDOS SOBRE
      * DECIDIDOS (CONVERTIDOS, VENCIDOS E CANCELADOS) - ORCAMENTO
      * AINDA ABERTO E NA VALIDADE NAO ENTRA NA TAXA
       01 WS-TAB-VEN-ORC.
           05 WS-TVO-LINHA OCCURS 300 TIMES.
               10 WS-TVO-CD-VENDEDOR PIC 9(007).
               10 WS-TVO-QT-EMITIDO  PIC 9(005).
               10 WS-TVO-QT-ABERTO   PIC 9(005).
               10 WS-TVO-QT-VENCIDO  PIC 9(005).
               10 WS-TVO-QT-CONVERT  PIC 9(005).
               10 WS-TVO-QT-CANCEL   PIC 9(005).
               10 WS-TVO-VL-EMITIDO  PIC 9(011)V99.
               10 WS-TVO-VL-CONVERT  PIC 9(011)V99.

       01 WS-TOT-ORC.
           05 WS-TOT-QT-EMITIDO  PIC 9(005).
           05 WS-TOT-QT-ABERTO   PIC 9(005).
           05 WS-TOT-QT-VENCIDO  PIC 9(005).
           05 WS-TOT-QT-CONVERT  PIC 9(005).
           05 WS-TOT-QT-CANCEL   PIC 9(005).
           05 WS-TOT-VL-EMITIDO  PIC 9(011)V99.
           05 WS-TOT-VL-CONVERT  PIC 9(011)V99.

       01 WS-LINHA-TITULO-ORC.
           05 FILLER         PIC X(023) VALUE
              "ORCAMENTOS EMITIDOS DE ".
           05 WS-TIT-DT-INI  PIC 9(008).
           05 FILLER         PIC X(003) VALUE " A ".
           05 WS-TIT-DT-FIM  PIC 9(008).
           05 FILLER         PIC X(014) VALUE " - POSICAO EM ".
           05 WS-TIT-DT-HOJE PIC 9(008).

       01 WS-LINHA-CAB-ORC.
           05 FILLER PIC X(008) VALUE "NUMERO |".
           05 FILLER PIC X(009) VALUE "DATA    |".
           05 FILLER PIC X(009) VALUE "VALIDADE|".
           05 FILLER PIC X(008) VALUE "CLIENTE|".
           05 FILLER PIC X(008) VALUE "VENDED.|".
           05 FILLER PIC X(015) VALUE "VALOR         |".
           05 FILLER PIC X(011) VALUE "SITUACAO  |".
           05 FILLER PIC X(007) VALUE "PEDIDO".

       01 WS-LINHA-ORC.
           05 WS-RO-NUMERO      PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-DATA        PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-VALIDADE    PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-CLIENTE     PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-VENDEDOR    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-VALOR       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-SITUACAO    PIC X(010).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RO-PEDIDO      PIC Z(007).

       01 WS-LINHA-CAB-VEN.
           05 FILLER PIC X(008) VALUE "VENDED.|".
           05 FILLER PIC X(006) VALUE "EMIT.|".
           05 FILLER PIC X(006) VALUE "ABERT|".
           05 FILLER PIC X(006) VALUE "VENC.|".
           05 FILLER PIC X(006) VALUE "CONV.|".
           05 FILLER PIC X(006) VALUE "CANC.|".
           05 FILLER PIC X(015) VALUE "VL EMITIDO    |".
           05 FILLER PIC X(015) VALUE "VL CONVERTIDO |".
           05 FILLER PIC X(007) VALUE "ACERTO%".

       01 WS-LINHA-VEN.
           05 WS-RV-VENDEDOR    PIC X(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-EMITIDO     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-ABERTO      PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VENCIDO     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-CONVERT     PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-CANCEL      PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VL-EMITIDO  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-VL-CONVERT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-RV-PC-ACERTO   PIC ZZ9.99.

       01 WS-LINHA-VEN-FORA.
           05 FILLER            PIC X(045) VALUE
              "ORCAMENTOS DE VENDEDORES ALEM DA TABELA: ".
           05 WS-QT-VEN-FORA-L  PIC ZZZZ9.

       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_BACKORDER.
       COPY CPY_ID_ARQ_CUSTO.
       COPY CPY_ID_ARQ_ORCAMENTO.
       COPY CPY_ID_ARQ_ORCITEM.
       COPY CPY_ID_ARQ_RETENCAO.
       COPY CPY_ID_ARQ_REDE.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_VERBA_CAMPANHA.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_SPOOL.

       COPY screenio.

       LINKAGE SECTION.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - CANCELAR".
           05 LINE 10 COLUMN 15 VALUE "04 - ORCAMENTO".
           05 LINE 11 COLUMN 15 VALUE "05 - CONVERTER ORCAMENTO".
           05 LINE 12 COLUMN 15 VALUE "06 - CANCELAR ORCAMENTO".
           05 LINE 13 COLUMN 15 VALUE "07 - RELATORIO ORCAMENTOS".
           05 LINE 15 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 16 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 16 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-PEDIDO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 30 VALUE "Tipo(V/B/T):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-PEDIDO.

       01 SS-TELA-ORCAMENTO.
           05 SS-CHAVE-ORC FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 08 VALUE "Numero Orcamento:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-ORCAMENTO
                  BLANK WHEN ZEROS.
           05 SS-DADOS-ORC.
               10 LINE 09 COLUMN 10 VALUE "Codigo Cliente:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE.
               10 LINE 10 COLUMN 09 VALUE "Codigo Vendedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR.
               10 LINE 11 COLUMN 09 VALUE "Data(AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-PEDIDO.
               10 LINE 11 COLUMN 38 VALUE "Validade:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-VALIDADE
                  BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 13 VALUE "Cond Pagto:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-CONDPAG
                  BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 30 VALUE "Tipo(V/B/T):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-PEDIDO.

       01 SS-TELA-PERIODO.
           05 LINE 08 COLUMN 10 VALUE "Data Inicial:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INI.
           05 LINE 09 COLUMN 12 VALUE "Data Final:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.

       01 SS-TELA-ITEM.
           05 LINE 13 COLUMN 14 VALUE "Item No:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-ITEM-IDX.
           05 COLUMN PLUS 2 PIC 9(07) USING WS-IT-CD-PRODUTO.
           05 LINE 15 COLUMN 11 VALUE "Quantidade:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-IT-QT.
           05 LINE 15 COLUMN 35 VALUE "Desc Vendedor %:".
           05 COLUMN PLUS 2 PIC 9(02).99 USING WS-PC-DESC-VEND.
           05 LINE 16 COLUMN 10 VALUE "Vl Unitario:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-IT-VL-UNITARIO.

           MOVE WNM-PATH-PEDIDO TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-BACKORDER
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-CUSTO
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-ORCAMENTO
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-ORCITEM
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-RETENCAO
           MOVE WNM-PATH-PEDIDO TO WNM-PATH-REDE

           MOVE "SCORE-MINIMO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
               MOVE LK-PAR-VALOR(1:1) TO WS-ESTOQUE-BLOQUEIA
           END-IF

           MOVE "ORCAMENTO-VALIDADE" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-DIAS-VALIDADE =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PEDIDO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
                   WHEN E-CANCELAR
                       PERFORM 1200-ACS-CANCELAR-PEDIDO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ORCAMENTO
                       PERFORM 1300-ACS-INCLUIR-ORCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CONVERTER
                       PERFORM 1400-ACS-CONVERTER-ORCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CANCELAR-ORC
                       PERFORM 1500-ACS-CANCELAR-ORCAMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REL-ORCAMENTO
                       PERFORM 1600-REL-ORCAMENTOS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO

               MOVE ZEROS TO WS-VL-TOTAL-ANT
               MOVE WS-CD-CLIENTE TO WS-CD-CLIENTE-ANT
               MOVE WS-CD-DEPOSITO TO WS-CD-DEPOSITO-ANT
               PERFORM 2000-ACS-ITENS-PEDIDO

               IF WS-QT-ITENS GREATER ZEROS
                   MOVE WS-CD-VENDEDOR  TO FS-PED-CD-VENDEDOR
                   MOVE WS-DT-PEDIDO    TO FS-PED-DT-PEDIDO
                   MOVE "A"             TO FS-PED-IND-SITUACAO
                   IF E-RETER
                       MOVE "R"         TO FS-PED-IND-SITUACAO
                   END-IF
                   MOVE ZEROS           TO FS-PED-DT-FATURAMENTO
                   MOVE WS-QT-ITENS     TO FS-PED-QT-ITENS
                   MOVE WS-VL-TOTAL-PED TO FS-PED-VL-TOTAL
                   MOVE WS-CD-CONDPAG   TO FS-PED-CD-CONDPAG
                   MOVE WS-TP-PEDIDO    TO FS-PED-TP-PEDIDO
                   MOVE WS-CD-DEPOSITO  TO FS-PED-CD-DEPOSITO
                   MOVE WS-CD-FILIAL-PED TO FS-PED-CD-FILIAL

                   WRITE ARQ-PEDIDO-REC
                   INVALID KEY
                   IF FS-STAT-PED-OK
                       PERFORM 6800-ATUALIZA-EXPOSICAO
                       DISPLAY SS-TELA-TOTAL
                       MOVE "A" TO LK-ETP-ETAPA
                       PERFORM 8650-ETAPA-PEDIDO
                       IF E-RETER
                           PERFORM 6795-GRAVA-RETENCAO
                           MOVE "PEDIDO RETIDO PARA O SUPERVISOR"
                             TO WS-MSGERRO
                       ELSE
                           MOVE "PEDIDO ADICIONADO COM SUCESSO"
                             TO WS-MSGERRO
                       END-IF
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE 'S' TO WS-MODO-ALTERACAO

           MOVE SPACES TO ARQ-PEDIDO-REC
           MOVE ZEROS TO WS-NR-PEDIDO

               MOVE FS-PED-VL-TOTAL   TO WS-VL-TOTAL-ANT
               MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-ANT
               PERFORM 6570-DEPOSITO-ANTERIOR
               PERFORM 2850-GUARDA-ITENS-ANT

               IF NOT E-ITENS-ANT-OK
                   MOVE WS-VL-TOTAL-PED TO FS-PED-VL-TOTAL
                   MOVE WS-CD-CONDPAG   TO FS-PED-CD-CONDPAG
                   MOVE WS-TP-PEDIDO    TO FS-PED-TP-PEDIDO
                   MOVE WS-CD-DEPOSITO  TO FS-PED-CD-DEPOSITO
                   MOVE WS-CD-FILIAL-PED TO FS-PED-CD-FILIAL
                   EVALUATE TRUE
                       WHEN E-RETER
                           MOVE "R" TO FS-PED-IND-SITUACAO
                       WHEN FS-PED-RETIDO
                           MOVE "A" TO FS-PED-IND-SITUACAO
                   END-EVALUATE

                   REWRITE ARQ-PEDIDO-REC
                   INVALID KEY
                           PERFORM 6860-ESTORNA-CLIENTE-ANTERIOR
                       END-IF
                       DISPLAY SS-TELA-TOTAL
                       IF E-RETER
                           PERFORM 6795-GRAVA-RETENCAO
                           MOVE "PEDIDO RETIDO PARA O SUPERVISOR"
                             TO WS-MSGERRO
                       ELSE
                           PERFORM 6796-REMOVE-RETENCAO
                           MOVE "PEDIDO ALTERADO COM SUCESSO"
                             TO WS-MSGERRO
                       END-IF
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF

      * ALTERACAO ABORTADA: AS LINHAS REDIGITADAS SAO REMOVIDAS E
      * AS LINHAS ORIGINAIS DO PEDIDO VOLTAM PARA O ARQUIVO, COM AS
      * RESPECTIVAS RESERVAS DE ESTOQUE NO DEPOSITO ORIGINAL
               IF WS-QT-ITENS EQUAL ZEROS OR NOT CREDITO-LIBERADO OR
                  NOT FS-STAT-PED-OK
                   PERFORM 2900-LIMPA-ITENS
                   MOVE WS-CD-DEPOSITO-ANT TO WS-CD-DEPOSITO-RES
                   PERFORM 2860-RESTAURA-ITENS-ANT
               END-IF

               END-IF
           END-IF.

           MOVE 'N' TO WS-MODO-ALTERACAO

           PERFORM 7000-FECHA-ARQ-PEDIDO
           PERFORM 7100-FECHA-ARQ-CLIENTE
           PERFORM 7200-FECHA-ARQ-VENDEDOR
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-PED-OK
                           PERFORM 6850-ESTORNA-EXPOSICAO
                           PERFORM 6570-DEPOSITO-ANTERIOR
                           MOVE WS-CD-DEPOSITO-ANT
                             TO WS-CD-DEPOSITO-RES
                           PERFORM 2910-LIBERA-ITENS
                           PERFORM 6796-REMOVE-RETENCAO
                           MOVE "X" TO LK-ETP-ETAPA
                           PERFORM 8650-ETAPA-PEDIDO
                           MOVE "PEDIDO CANCELADO COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO

       1200-ACS-CANCELAR-PEDIDOX. EXIT.

      * -----------------------------------
      * INCLUI ORCAMENTO: CABECALHO E ITENS DIGITADOS E PRECIFICADOS
      * COMO NO PEDIDO (CONTRATO, TABELA DA REGIAO, DESCONTO, PISO E
      * CUSTO), MAS SEM RESERVAR ESTOQUE E SEM CRITICAR NEM SOMAR
      * CREDITO. O NUMERO VEM DO CONTROLE DE CODIGOS (ORCAMENTO)
       1300-ACS-INCLUIR-ORCAMENTO SECTION.

           MOVE "04 - ORCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE 'S' TO WS-MODO-ORCAMENTO

           MOVE ZEROS TO WS-NR-PEDIDO WS-NR-ORCAMENTO WS-CD-CLIENTE
                         WS-CD-VENDEDOR WS-CD-CONDPAG WS-DT-VALIDADE
           MOVE "V" TO WS-TP-PEDIDO
           ACCEPT WS-DT-PEDIDO FROM DATE YYYYMMDD

           PERFORM 5000-ABRIR-ARQ-PEDIDO
           PERFORM 5100-ABRIR-ARQ-CLIENTE
           PERFORM 5200-ABRIR-ARQ-VENDEDOR
           PERFORM 5300-ABRIR-ARQ-PRODUTO
           PERFORM 5400-ABRIR-ARQ-ORCAMENTO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-TELA-ORCAMENTO
               ACCEPT SS-DADOS-ORC

               PERFORM 6500-VALIDA-CABECALHO

               IF CABECALHO-VALIDO AND WS-DT-VALIDADE EQUAL ZEROS
                   COMPUTE WS-DT-VALIDADE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DT-PEDIDO)
                       + WS-QT-DIAS-VALIDADE)
               END-IF

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT CABECALHO-VALIDO
                        CONTINUE
                   WHEN WS-DT-VALIDADE LESS WS-DT-PEDIDO
                        MOVE "VALIDADE ANTERIOR A DATA DO ORCAMENTO"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        MOVE "ORCAMENTO" TO LK-CTL-ENTIDADE
                        MOVE "P" TO LK-CTL-FUNCAO
                        MOVE ZEROS TO LK-CTL-CD-FILIAL
                        CALL 'CBL_PROXIMO_CODIGO'
                          USING LK-CTL-PARAMETERS
                        IF LK-CTL-RC-OK
                            MOVE LK-CTL-CODIGO TO WS-NR-ORCAMENTO
                            MOVE 'S' TO W-VAL-ENTRADA
                        ELSE
                            MOVE "ERRO AO NUMERAR O ORCAMENTO"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                        END-IF
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               DISPLAY SS-TELA-ORCAMENTO
               PERFORM 2000-ACS-ITENS-PEDIDO

               IF WS-QT-ITENS GREATER ZEROS
                   MOVE SPACES TO ARQ-ORCAMENTO-REC
                   MOVE WS-NR-ORCAMENTO TO FS-ORC-NR-ORCAMENTO
                   MOVE WS-CD-CLIENTE   TO FS-ORC-CD-CLIENTE
                   MOVE WS-CD-VENDEDOR  TO FS-ORC-CD-VENDEDOR
                   MOVE WS-DT-PEDIDO    TO FS-ORC-DT-ORCAMENTO
                   MOVE WS-DT-VALIDADE  TO FS-ORC-DT-VALIDADE
                   MOVE "A"             TO FS-ORC-IND-SITUACAO
                   MOVE WS-QT-ITENS     TO FS-ORC-QT-ITENS
                   MOVE WS-VL-TOTAL-PED TO FS-ORC-VL-TOTAL
                   MOVE WS-CD-CONDPAG   TO FS-ORC-CD-CONDPAG
                   MOVE WS-TP-PEDIDO    TO FS-ORC-TP-PEDIDO
                   MOVE ZEROS           TO FS-ORC-NR-PEDIDO
                                           FS-ORC-DT-CONVERSAO
                   MOVE LK-OPERADOR     TO FS-ORC-CD-OPERADOR

                   WRITE ARQ-ORCAMENTO-REC
                   INVALID KEY
                       MOVE "ORCAMENTO JA EXISTE" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-WRITE

                   IF FS-STAT-ORC-OK
                       MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
                       MOVE ARQ-ORCAMENTO-REC TO LK-AGR-DEPOIS
                       MOVE "LANCA" TO LK-AGR-OPERACAO
                       PERFORM 8700-AUDITA-ORCAMENTO
                       DISPLAY SS-TELA-TOTAL
                       MOVE SPACES TO WS-MSGERRO
                       STRING "ORCAMENTO GRAVADO - VALIDO ATE "
                              WS-DT-VALIDADE DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       PERFORM 2960-LIMPA-ITENS-ORCAMENTO
                   END-IF
               ELSE
                   MOVE "ORCAMENTO SEM ITENS, NAO GRAVADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           MOVE 'N' TO WS-MODO-ORCAMENTO

           PERFORM 7000-FECHA-ARQ-PEDIDO
           PERFORM 7100-FECHA-ARQ-CLIENTE
           PERFORM 7200-FECHA-ARQ-VENDEDOR
           PERFORM 7300-FECHA-ARQ-PRODUTO
           PERFORM 7400-FECHA-ARQ-ORCAMENTO.

       1300-ACS-INCLUIR-ORCAMENTOX. EXIT.

      * -----------------------------------
      * CONVERTE EM PEDIDO UM ORCAMENTO ABERTO E DENTRO DA VALIDADE,
      * NUMA UNICA ACAO: O CABECALHO E REVALIDADO NA DATA DE HOJE E
      * OS ITENS VIRAM LINHAS DO PEDIDO COM O PRECO COTADO
       1400-ACS-CONVERTER-ORCAMENTO SECTION.

           MOVE "05 - CONVERTER ORCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE 'S' TO WS-MODO-ORCAMENTO

           MOVE ZEROS TO WS-NR-PEDIDO WS-NR-ORCAMENTO
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 5000-ABRIR-ARQ-PEDIDO
           PERFORM 5100-ABRIR-ARQ-CLIENTE
           PERFORM 5200-ABRIR-ARQ-VENDEDOR
           PERFORM 5300-ABRIR-ARQ-PRODUTO
           PERFORM 5400-ABRIR-ARQ-ORCAMENTO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-ERRO
               ACCEPT SS-CHAVE-ORC

               IF COB-CRT-STATUS NOT EQUAL COB-SCR-OK
                   MOVE 'S' TO W-VAL-ENTRADA
                   MOVE 99 TO FS-STAT-ORC
               ELSE
                   MOVE WS-NR-ORCAMENTO TO FS-ORC-NR-ORCAMENTO
                   READ ARQ-ORCAMENTO
               END-IF

               EVALUATE TRUE
                   WHEN W-VAL-ENTRADA-OK
                       CONTINUE
                   WHEN NOT FS-STAT-ORC-OK
                       MOVE "ORCAMENTO NAO ENCONTRADO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-ORC-CONVERTIDO
                       MOVE FS-ORC-NR-PEDIDO TO WS-NR-PEDIDO-L
                       MOVE SPACES TO WS-MSGERRO
                       STRING "ORCAMENTO JA CONVERTIDO NO PEDIDO "
                              WS-NR-PEDIDO-L DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-ORC-CANCELADO
                       MOVE
                         "ORCAMENTO CANCELADO NAO PODE SER CONVERTIDO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-ORC-DT-VALIDADE LESS WS-DT-HOJE
                       MOVE "ORCAMENTO VENCIDO - EMITIR NOVO ORCAMENTO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       MOVE FS-ORC-CD-CLIENTE   TO WS-CD-CLIENTE
                       MOVE FS-ORC-CD-VENDEDOR  TO WS-CD-VENDEDOR
                       MOVE FS-ORC-DT-ORCAMENTO TO WS-DT-PEDIDO
                       MOVE FS-ORC-DT-VALIDADE  TO WS-DT-VALIDADE
                       MOVE FS-ORC-CD-CONDPAG   TO WS-CD-CONDPAG
                       MOVE FS-ORC-TP-PEDIDO    TO WS-TP-PEDIDO
                       MOVE FS-ORC-QT-ITENS     TO WS-QT-ITENS
                       MOVE FS-ORC-VL-TOTAL     TO WS-VL-TOTAL-PED
                       MOVE ZEROS               TO WS-PC-MARGEM
                       DISPLAY SS-TELA-ORCAMENTO
                       DISPLAY SS-TELA-TOTAL

      * O PEDIDO NASCE COM A DATA DE HOJE; CLIENTE, VENDEDOR,
      * PERIODO E CONDICAO SAO CRITICADOS DE NOVO NESTA DATA
                       MOVE WS-DT-HOJE TO WS-DT-PEDIDO
                       PERFORM 6500-VALIDA-CABECALHO

                       IF CABECALHO-VALIDO
                           MOVE SPACES TO WS-ERRO
                           MOVE "CONFIRMA A CONVERSAO EM PEDIDO (S/N)?"
                             TO WS-MSGERRO
                           ACCEPT SS-ERRO
                           IF E-SIM
                               MOVE 'S' TO W-VAL-ENTRADA
                           END-IF
                       END-IF
               END-EVALUATE

           END-PERFORM.

           IF FS-STAT-ORC-OK AND E-SIM
               MOVE SPACES TO WS-ERRO
               PERFORM 2400-GERA-PEDIDO-ORCAMENTO
           END-IF

           MOVE SPACES TO WS-ERRO
           MOVE 'N' TO WS-MODO-ORCAMENTO

           PERFORM 7000-FECHA-ARQ-PEDIDO
           PERFORM 7100-FECHA-ARQ-CLIENTE
           PERFORM 7200-FECHA-ARQ-VENDEDOR
           PERFORM 7300-FECHA-ARQ-PRODUTO
           PERFORM 7400-FECHA-ARQ-ORCAMENTO.

       1400-ACS-CONVERTER-ORCAMENTOX. EXIT.

      * -----------------------------------
      * CANCELA ORCAMENTO RECUSADO PELO CLIENTE (MARCA A SITUACAO,
      * MANTEM O REGISTRO PARA O RELATORIO)
       1500-ACS-CANCELAR-ORCAMENTO SECTION.

           MOVE "06 - CANCELAR ORCAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE ZEROS TO WS-NR-ORCAMENTO

           PERFORM 5400-ABRIR-ARQ-ORCAMENTO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-ERRO
               ACCEPT SS-CHAVE-ORC

               IF COB-CRT-STATUS NOT EQUAL COB-SCR-OK
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-NR-ORCAMENTO TO FS-ORC-NR-ORCAMENTO
                   READ ARQ-ORCAMENTO

                   EVALUATE TRUE
                       WHEN NOT FS-STAT-ORC-OK
                           MOVE "ORCAMENTO NAO ENCONTRADO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT FS-ORC-ABERTO
                           MOVE "SO ORCAMENTO ABERTO PODE SER CANCELADO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE "CONFIRMA O CANCELAMENTO (S/N)?"
                             TO WS-MSGERRO
                           ACCEPT SS-ERRO
                           IF E-SIM
                               MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
                               MOVE ARQ-ORCAMENTO-REC TO LK-AGR-ANTES
                               MOVE "X" TO FS-ORC-IND-SITUACAO
                               REWRITE ARQ-ORCAMENTO-REC
                                   INVALID KEY
                                       MOVE "ERRO AO CANCELAR"
                                         TO WS-MSGERRO
                                       PERFORM 9000-MOSTRA-ERRO
                               END-REWRITE
                               IF FS-STAT-ORC-OK
                                   MOVE ARQ-ORCAMENTO-REC
                                     TO LK-AGR-DEPOIS
                                   MOVE "CANCELA" TO LK-AGR-OPERACAO
                                   PERFORM 8700-AUDITA-ORCAMENTO
                                   MOVE "ORCAMENTO CANCELADO"
                                     TO WS-MSGERRO
                                   PERFORM 9000-MOSTRA-ERRO
                                   MOVE 'S' TO W-VAL-ENTRADA
                               END-IF
                           END-IF
                           MOVE SPACES TO WS-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           PERFORM 7400-FECHA-ARQ-ORCAMENTO.

       1500-ACS-CANCELAR-ORCAMENTOX. EXIT.

      * -----------------------------------
      * RELATORIO DE ORCAMENTOS EMITIDOS NO PERIODO EM
      * ORCAMENTOS_<AAAAMMDD>.TXT, REGISTRADO NO SPOOL: SITUACAO DE
      * CADA ORCAMENTO (ABERTO, VENCIDO, CONVERTIDO OU CANCELADO) E
      * TAXA DE ACERTO POR VENDEDOR
       1600-REL-ORCAMENTOS SECTION.

           MOVE "07 - RELATORIO ORCAMENTOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-INI
           MOVE "01" TO WS-DT-INI(7:2)
           MOVE WS-DT-HOJE TO WS-DT-FIM

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-PERIODO

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   GO TO 1600-REL-ORCAMENTOSX
               END-IF

               IF WS-DT-INI EQUAL ZEROS OR WS-DT-FIM LESS WS-DT-INI
                   MOVE "PERIODO INVALIDO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   MOVE 'S' TO W-VAL-ENTRADA
               END-IF

           END-PERFORM

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING WS-ID-RELATORIO DELIMITED BY SPACE
                  "_" WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA

           MOVE ZEROS TO WQT-VEN-ORC WS-QT-VEN-FORA
           INITIALIZE WS-TOT-ORC

           PERFORM 5400-ABRIR-ARQ-ORCAMENTO
           OPEN OUTPUT ARQ-SAIDA

           MOVE WS-DT-INI  TO WS-TIT-DT-INI
           MOVE WS-DT-FIM  TO WS-TIT-DT-FIM
           MOVE WS-DT-HOJE TO WS-TIT-DT-HOJE
           MOVE WS-LINHA-TITULO-ORC TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-ORC TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM 3000-LISTA-ORCAMENTOS
           PERFORM 3100-LISTA-VENDEDORES

           CLOSE ARQ-SAIDA
           PERFORM 7400-FECHA-ARQ-ORCAMENTO
           PERFORM 8500-REGISTRA-SPOOL

           DISPLAY SS-CLS
           DISPLAY WS-LINHA-TITULO-ORC LINE 4 COLUMN 1
           DISPLAY WS-LINHA-CAB-VEN LINE 6 COLUMN 1
           DISPLAY WS-LINHA-VEN LINE 7 COLUMN 1

           MOVE "RELATORIO GERADO. EXC PARA RETORNAR." TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1600-REL-ORCAMENTOSX. EXIT.

      * -----------------------------------
      * DIGITACAO DOS ITENS DO PEDIDO (EXC ENCERRA A DIGITACAO).
      * OS ITENS SAO GRAVADOS EM ARQ-PEDITEM SOB O NUMERO DO PEDIDO
      * E A SEQUENCIA DA LINHA, SEM TETO DE LINHAS; A DIGITACAO
      * COMECA LIMPANDO AS LINHAS ANTERIORES DO PEDIDO. O PRECO VEM
      * DA TABELA DE PRECOS VIGENTE; O VALOR DIGITADO SO PREVALECE
      * QUANDO NAO HA PRECO DE TABELA PARA O PRODUTO. NO ORCAMENTO
      * AS LINHAS VAO PARA ARQ-ORCITEM, SEM CRITICA DE DISPONIBILIDADE
      * E SEM RESERVA DE ESTOQUE
       2000-ACS-ITENS-PEDIDO SECTION.

           MOVE ZEROS TO WS-QT-ITENS WS-VL-TOTAL-PED WS-VL-CUSTO-PED
                         WS-PC-MARGEM
           MOVE 'N' TO WS-FIM-ITENS
           MOVE 'N' TO WS-RETER
           MOVE SPACES TO WS-DS-MOTIVO-RET

      * AS LINHAS ANTERIORES LIBERAM A RESERVA NO DEPOSITO EM QUE
      * FORAM RESERVADAS; AS NOVAS RESERVAM NO DEPOSITO DA REGIAO
      * NO ORCAMENTO O NUMERO E NOVO E NAO HA LINHAS A LIMPAR
           IF NOT E-MODO-ORCAMENTO
               MOVE WS-CD-DEPOSITO-ANT TO WS-CD-DEPOSITO-RES
               PERFORM 2900-LIMPA-ITENS
           END-IF
           MOVE WS-CD-DEPOSITO TO WS-CD-DEPOSITO-RES

           MOVE 1 TO WS-ITEM-IDX

           PERFORM UNTIL E-FIM-ITENS

               MOVE ZEROS TO WS-IT-CD-PRODUTO WS-IT-QT
                             WS-IT-VL-UNITARIO WS-PC-DESC-VEND
                             WS-CD-CAMPANHA-LIN
               MOVE SPACES TO WS-TP-MECANICA-LIN
               MOVE 'N' TO WS-PRODUTO-OK
               MOVE 'N' TO WS-LINHA-RETIDA

               ACCEPT SS-TELA-ITEM

                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 6600-VALIDA-PRODUTO
                       IF PRODUTO-VALIDO AND NOT E-MODO-ORCAMENTO
                           PERFORM 6610-VERIFICA-DISPONIVEL
                       END-IF
                       IF PRODUTO-VALIDO
                                 INTO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           ELSE
                               PERFORM 6690-BUSCA-CAMPANHA
                               PERFORM 6670-APLICA-DESCONTO
                           END-IF
                       END-IF
               EVALUATE TRUE
                   WHEN E-FIM-ITENS OR NOT PRODUTO-VALIDO
                       CONTINUE
                   WHEN E-MODO-ORCAMENTO
                       PERFORM 2060-GRAVA-ITEM-ORCAMENTO
                   WHEN OTHER
                       PERFORM 2050-GRAVA-ITEM
               END-EVALUATE
      * DO PEDIDO
       2050-GRAVA-ITEM SECTION.

      * A VERBA DA CAMPANHA E CONSUMIDA ANTES DE GRAVAR A LINHA: SE
      * OUTRO TERMINAL ESGOTOU A VERBA DESDE A BUSCA, A LINHA A PRECO
      * DE CAMPANHA E RECUSADA E A LEVE X GANHE Y FICA SEM BONUS
           IF E-CAMPANHA-PRECO
               MOVE WS-ITEM-IDX      TO LK-VCA-NR-SEQUENCIA
               MOVE WS-IT-QT         TO WS-QT-LINHA
               MOVE WS-VL-INVEST-LIN TO LK-VCA-VL-INVESTIMENTO
               PERFORM 6695-CONSOME-VERBA
               IF NOT LK-VCA-RC-OK
                   MOVE "VERBA DA CAMPANHA ESGOTADA - REDIGITAR O ITEM"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2050-GRAVA-ITEMX
               END-IF
           END-IF

           IF E-CAMPANHA-BONUS
               COMPUTE LK-VCA-NR-SEQUENCIA = WS-ITEM-IDX + 1
               MOVE WS-QT-BONUS-LIN  TO WS-QT-LINHA
               MOVE WS-VL-INVEST-LIN TO LK-VCA-VL-INVESTIMENTO
               PERFORM 6695-CONSOME-VERBA
               IF LK-VCA-RC-OK
                   MOVE WS-ITEM-IDX TO LK-VCA-NR-SEQUENCIA
                   MOVE WS-IT-QT    TO WS-QT-LINHA
                   MOVE ZEROS       TO LK-VCA-VL-INVESTIMENTO
                   PERFORM 6695-CONSOME-VERBA
               ELSE
                   MOVE "VERBA DA CAMPANHA ESGOTADA - ITEM SEM BONUS"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE SPACES TO WS-TP-MECANICA-LIN
               END-IF
           END-IF

           MOVE WS-NR-PEDIDO      TO FS-ITE-NR-PEDIDO
           MOVE WS-ITEM-IDX       TO FS-ITE-NR-SEQUENCIA
           MOVE WS-IT-CD-PRODUTO  TO FS-ITE-CD-PRODUTO
           MOVE WS-IND-CONTRATO   TO FS-ITE-IND-CONTRATO
           MOVE WS-PC-DESCONTO    TO FS-ITE-PC-DESCONTO
           MOVE WS-VL-PRECO-ORIG  TO FS-ITE-VL-PRECO-ORIG
           MOVE SPACES            TO FS-ITE-IND-CAMPANHA
           IF E-CAMPANHA-PRECO OR E-CAMPANHA-BONUS
               MOVE "S" TO FS-ITE-IND-CAMPANHA
           END-IF

           WRITE ARQ-PEDITEM-REC
               INVALID KEY
               + (WS-IT-QT * WS-VL-CUSTO-UNIT)

           ADD FS-ITE-VL-TOTAL TO WS-VL-TOTAL-PED
           ADD 1 TO WS-QT-ITENS
           ADD 1 TO WS-ITEM-IDX

           IF E-CAMPANHA-BONUS
               PERFORM 2055-GRAVA-BONUS-CAMPANHA
           END-IF.

       2050-GRAVA-ITEMX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE BONIFICACAO DA LEVE X GANHE Y NA SEQUENCIA
      * SEGUINTE A LINHA DIGITADA: SEM VALOR, COM O PRECO DE TABELA
      * COMO ORIGINAL, RESERVA DE ESTOQUE E CUSTO NA MARGEM DO PEDIDO
       2055-GRAVA-BONUS-CAMPANHA SECTION.

           MOVE WS-NR-PEDIDO      TO FS-ITE-NR-PEDIDO
           MOVE WS-ITEM-IDX       TO FS-ITE-NR-SEQUENCIA
           MOVE WS-IT-CD-PRODUTO  TO FS-ITE-CD-PRODUTO
           MOVE WS-QT-BONUS-LIN   TO FS-ITE-QT
           MOVE ZEROS             TO FS-ITE-VL-UNITARIO
                                     FS-ITE-VL-TOTAL
                                     FS-ITE-PC-DESCONTO
           MOVE 'N'               TO FS-ITE-IND-CONTRATO
           MOVE WS-VL-PRECO-ORIG  TO FS-ITE-VL-PRECO-ORIG
           MOVE "B"               TO FS-ITE-IND-CAMPANHA

           WRITE ARQ-PEDITEM-REC
               INVALID KEY
                   REWRITE ARQ-PEDITEM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           MOVE WS-QT-BONUS-LIN TO WS-IT-QT
           PERFORM 6620-RESERVA-ESTOQUE

           COMPUTE WS-VL-CUSTO-PED = WS-VL-CUSTO-PED
               + (WS-QT-BONUS-LIN * WS-VL-CUSTO-UNIT)

           ADD 1 TO WS-QT-ITENS
           ADD 1 TO WS-ITEM-IDX.

       2055-GRAVA-BONUS-CAMPANHAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DIGITADA EM ARQ-ORCITEM E ACUMULA OS TOTAIS
      * DO ORCAMENTO (SEM RESERVA DE ESTOQUE)
       2060-GRAVA-ITEM-ORCAMENTO SECTION.

           MOVE WS-NR-ORCAMENTO   TO FS-OIT-NR-ORCAMENTO
           MOVE WS-ITEM-IDX       TO FS-OIT-NR-SEQUENCIA
           MOVE WS-IT-CD-PRODUTO  TO FS-OIT-CD-PRODUTO
           MOVE WS-IT-QT          TO FS-OIT-QT
           MOVE WS-IT-VL-UNITARIO TO FS-OIT-VL-UNITARIO
           COMPUTE FS-OIT-VL-TOTAL = WS-IT-QT * WS-IT-VL-UNITARIO
           MOVE WS-IND-CONTRATO   TO FS-OIT-IND-CONTRATO
           MOVE WS-PC-DESCONTO    TO FS-OIT-PC-DESCONTO
           MOVE WS-VL-PRECO-ORIG  TO FS-OIT-VL-PRECO-ORIG
           MOVE WS-LINHA-RETIDA   TO FS-OIT-IND-RETENCAO

           WRITE ARQ-ORCITEM-REC
               INVALID KEY
                   REWRITE ARQ-ORCITEM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           PERFORM 6645-BUSCA-CUSTO
           COMPUTE WS-VL-CUSTO-PED = WS-VL-CUSTO-PED
               + (WS-IT-QT * WS-VL-CUSTO-UNIT)

           ADD FS-OIT-VL-TOTAL TO WS-VL-TOTAL-PED
           ADD 1 TO WS-QT-ITENS
           ADD 1 TO WS-ITEM-IDX.

       2060-GRAVA-ITEM-ORCAMENTOX. EXIT.

      * -----------------------------------
      * GERA O PEDIDO DO ORCAMENTO CONFIRMADO: CRITICA O ESTOQUE DAS
      * LINHAS (CONFORME ESTOQUE-BLOQUEIA A FALTA RECUSA A CONVERSAO
      * OU SO AVISA), VERIFICA O CREDITO, GRAVA AS LINHAS COM RESERVA
      * NO DEPOSITO DA REGIAO, O CABECALHO E A EXPOSICAO DO CLIENTE,
      * E MARCA O ORCAMENTO COMO CONVERTIDO
       2400-GERA-PEDIDO-ORCAMENTO SECTION.

           MOVE WS-CD-DEPOSITO TO WS-CD-DEPOSITO-RES
           MOVE 'N' TO WS-RETER
           MOVE SPACES TO WS-DS-MOTIVO-RET

           PERFORM 2450-CONFERE-ESTOQUE-ORC

           IF WS-QT-SEM-ESTOQUE GREATER ZEROS
               MOVE WS-QT-SEM-ESTOQUE TO WS-QT-SEM-ESTOQUE-L
               MOVE SPACES TO WS-MSGERRO
               IF E-ESTOQUE-BLOQUEIA
                   STRING "ESTOQUE INSUFICIENTE EM "
                          WS-QT-SEM-ESTOQUE-L
                          " ITENS - CONVERSAO BLOQUEADA"
                          DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 2400-GERA-PEDIDO-ORCAMENTOX
               END-IF
               STRING "ATENCAO: ESTOQUE INSUFICIENTE EM "
                      WS-QT-SEM-ESTOQUE-L " ITENS"
                      DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           MOVE ZEROS TO WS-VL-TOTAL-ANT
           MOVE WS-CD-CLIENTE TO WS-CD-CLIENTE-ANT
           PERFORM 6700-VERIFICA-CREDITO

           IF NOT CREDITO-LIBERADO
               GO TO 2400-GERA-PEDIDO-ORCAMENTOX
           END-IF

           MOVE "PEDIDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           MOVE WS-CD-FILIAL-PED TO LK-CTL-CD-FILIAL
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

           IF NOT LK-CTL-RC-OK
               MOVE "ERRO AO NUMERAR O PEDIDO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2400-GERA-PEDIDO-ORCAMENTOX
           END-IF

           MOVE LK-CTL-CODIGO TO WS-NR-PEDIDO
           MOVE WS-NR-PEDIDO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO
           IF FS-STAT-PED-OK
               MOVE "PEDIDO JA EXISTE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2400-GERA-PEDIDO-ORCAMENTOX
           END-IF

           PERFORM 2460-COPIA-ITENS-ORC

           MOVE SPACES TO ARQ-PEDIDO-REC
           MOVE WS-NR-PEDIDO    TO FS-PED-NR-PEDIDO
           MOVE WS-CD-CLIENTE   TO FS-PED-CD-CLIENTE
           MOVE WS-CD-VENDEDOR  TO FS-PED-CD-VENDEDOR
           MOVE WS-DT-PEDIDO    TO FS-PED-DT-PEDIDO
           MOVE "A"             TO FS-PED-IND-SITUACAO
           IF E-RETER
               MOVE "R"         TO FS-PED-IND-SITUACAO
           END-IF
           MOVE ZEROS           TO FS-PED-DT-FATURAMENTO
           MOVE WS-QT-ITENS     TO FS-PED-QT-ITENS
           MOVE WS-VL-TOTAL-PED TO FS-PED-VL-TOTAL
           MOVE WS-CD-CONDPAG   TO FS-PED-CD-CONDPAG
           MOVE WS-TP-PEDIDO    TO FS-PED-TP-PEDIDO
           MOVE WS-CD-DEPOSITO  TO FS-PED-CD-DEPOSITO
           MOVE WS-CD-FILIAL-PED TO FS-PED-CD-FILIAL

           WRITE ARQ-PEDIDO-REC
           INVALID KEY
               MOVE "PEDIDO JA EXISTE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 2900-LIMPA-ITENS
               GO TO 2400-GERA-PEDIDO-ORCAMENTOX
           END-WRITE

           MOVE "WRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-PEDIDO

           PERFORM 6800-ATUALIZA-EXPOSICAO

           MOVE "A" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO

           IF E-RETER
               PERFORM 6795-GRAVA-RETENCAO
           END-IF

           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           MOVE ARQ-ORCAMENTO-REC TO LK-AGR-ANTES
           MOVE "C"          TO FS-ORC-IND-SITUACAO
           MOVE WS-NR-PEDIDO TO FS-ORC-NR-PEDIDO
           MOVE WS-DT-HOJE   TO FS-ORC-DT-CONVERSAO

           REWRITE ARQ-ORCAMENTO-REC
               INVALID KEY
                   MOVE "ERRO AO MARCAR O ORCAMENTO CONVERTIDO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           MOVE ARQ-ORCAMENTO-REC TO LK-AGR-DEPOIS
           MOVE "CONVERTE" TO LK-AGR-OPERACAO
           PERFORM 8700-AUDITA-ORCAMENTO

           MOVE WS-NR-PEDIDO TO WS-NR-PEDIDO-L
           MOVE SPACES TO WS-MSGERRO
           IF E-RETER
               STRING "ORCAMENTO CONVERTIDO NO PEDIDO "
                      WS-NR-PEDIDO-L
                      " - RETIDO PARA O SUPERVISOR" DELIMITED BY SIZE
                 INTO WS-MSGERRO
           ELSE
               STRING "ORCAMENTO CONVERTIDO NO PEDIDO "
                      WS-NR-PEDIDO-L DELIMITED BY SIZE
                 INTO WS-MSGERRO
           END-IF
           PERFORM 9000-MOSTRA-ERRO.

       2400-GERA-PEDIDO-ORCAMENTOX. EXIT.

      * -----------------------------------
      * CONTA AS LINHAS DO ORCAMENTO CUJA QUANTIDADE SUPERA O
      * DISPONIVEL (SALDO MENOS RESERVA) NO DEPOSITO DA REGIAO
       2450-CONFERE-ESTOQUE-ORC SECTION.

           MOVE ZEROS TO WS-QT-SEM-ESTOQUE

           MOVE WS-NR-ORCAMENTO TO FS-OIT-NR-ORCAMENTO
           MOVE ZEROS TO FS-OIT-NR-SEQUENCIA
           PERFORM 2970-LE-PROX-ITEM-ORC

           PERFORM UNTIL NOT FS-STAT-OIT-OK OR
                         FS-OIT-NR-ORCAMENTO NOT EQUAL WS-NR-ORCAMENTO
               MOVE FS-OIT-CD-PRODUTO TO FS-STQ-CD-PRODUTO
               MOVE WS-CD-DEPOSITO-RES TO FS-STQ-CD-DEPOSITO
               READ ARQ-ESTOQUE
               IF FS-STAT-STQ-OK
                   COMPUTE WS-QT-DISPONIVEL =
                       FS-STQ-QT-SALDO - FS-STQ-QT-RESERVADO
                   IF FS-OIT-QT GREATER WS-QT-DISPONIVEL
                       ADD 1 TO WS-QT-SEM-ESTOQUE
                   END-IF
               END-IF
               PERFORM 2970-LE-PROX-ITEM-ORC
           END-PERFORM.

       2450-CONFERE-ESTOQUE-ORCX. EXIT.

      * -----------------------------------
      * COPIA AS LINHAS DO ORCAMENTO PARA ARQ-PEDITEM COM O PRECO
      * COTADO, RESERVANDO O ESTOQUE E REFAZENDO OS TOTAIS
       2460-COPIA-ITENS-ORC SECTION.

           MOVE ZEROS TO WS-QT-ITENS WS-VL-TOTAL-PED

           MOVE WS-NR-ORCAMENTO TO FS-OIT-NR-ORCAMENTO
           MOVE ZEROS TO FS-OIT-NR-SEQUENCIA
           PERFORM 2970-LE-PROX-ITEM-ORC

           PERFORM UNTIL NOT FS-STAT-OIT-OK OR
                         FS-OIT-NR-ORCAMENTO NOT EQUAL WS-NR-ORCAMENTO
               MOVE WS-NR-PEDIDO         TO FS-ITE-NR-PEDIDO
               MOVE FS-OIT-NR-SEQUENCIA  TO FS-ITE-NR-SEQUENCIA
               MOVE FS-OIT-CD-PRODUTO    TO FS-ITE-CD-PRODUTO
               MOVE FS-OIT-QT            TO FS-ITE-QT
               MOVE FS-OIT-VL-UNITARIO   TO FS-ITE-VL-UNITARIO
               MOVE FS-OIT-VL-TOTAL      TO FS-ITE-VL-TOTAL
               MOVE FS-OIT-IND-CONTRATO  TO FS-ITE-IND-CONTRATO
               MOVE FS-OIT-PC-DESCONTO   TO FS-ITE-PC-DESCONTO
               MOVE FS-OIT-VL-PRECO-ORIG TO FS-ITE-VL-PRECO-ORIG
               MOVE SPACES               TO FS-ITE-IND-CAMPANHA

               IF FS-OIT-RETIDA
                   MOVE "PRECO OU DESCONTO DO ORCAMENTO SEM ALCADA"
                     TO WS-MSGERRO
                   PERFORM 6790-MARCA-RETENCAO
               END-IF

               WRITE ARQ-PEDITEM-REC
                   INVALID KEY
                       REWRITE ARQ-PEDITEM-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE

               MOVE FS-OIT-CD-PRODUTO TO WS-IT-CD-PRODUTO
               MOVE FS-OIT-QT         TO WS-IT-QT
               PERFORM 6620-RESERVA-ESTOQUE

               ADD FS-OIT-VL-TOTAL TO WS-VL-TOTAL-PED
               ADD 1 TO WS-QT-ITENS
               PERFORM 2970-LE-PROX-ITEM-ORC
           END-PERFORM.

       2460-COPIA-ITENS-ORCX. EXIT.

      * -----------------------------------
      * REMOVE DE ARQ-PEDITEM TODAS AS LINHAS DO PEDIDO CORRENTE
      * (USADO ANTES DA REDIGITACAO E QUANDO A GRAVACAO DO PEDIDO
      * NAO SE CONCRETIZA), DEVOLVENDO A VERBA DAS CAMPANHAS
       2900-LIMPA-ITENS SECTION.

           PERFORM 6696-ESTORNA-CAMPANHA

           MOVE WS-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 2950-LE-PROX-ITEM
                   ADD 1 TO WQT-ITENS-ANT
                   MOVE ARQ-PEDITEM-REC
                     TO WS-ITA-LINHA(WQT-ITENS-ANT)
                   PERFORM 2855-GUARDA-CAMPANHA-ANT
               ELSE
                   MOVE 'N' TO WS-ITENS-ANT-OK
               END-IF

       2850-GUARDA-ITENS-ANTX. EXIT.

      * -----------------------------------
      * GUARDA A CAMPANHA E A VERBA DA LINHA GUARDADA (LINHA CORRENTE
      * DE ARQ-PEDITEM)
       2855-GUARDA-CAMPANHA-ANT SECTION.

           MOVE ZEROS  TO WS-ITC-CD-CAMPANHA(WQT-ITENS-ANT)
                          WS-ITC-VL-INVEST(WQT-ITENS-ANT)
           MOVE SPACES TO WS-ITC-TP-MECANICA(WQT-ITENS-ANT)

           IF FS-ITE-LINHA-CAMPANHA OR FS-ITE-BONUS-CAMPANHA
               MOVE "L"                 TO LK-VCA-FUNCAO
               MOVE FS-ITE-NR-PEDIDO    TO LK-VCA-NR-PEDIDO
               MOVE FS-ITE-NR-SEQUENCIA TO LK-VCA-NR-SEQUENCIA
               CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS
               IF LK-VCA-RC-OK
                   MOVE LK-VCA-CD-CAMPANHA
                     TO WS-ITC-CD-CAMPANHA(WQT-ITENS-ANT)
                   MOVE LK-VCA-TP-MECANICA
                     TO WS-ITC-TP-MECANICA(WQT-ITENS-ANT)
                   MOVE LK-VCA-VL-INVESTIMENTO
                     TO WS-ITC-VL-INVEST(WQT-ITENS-ANT)
               END-IF
           END-IF.

       2855-GUARDA-CAMPANHA-ANTX. EXIT.

      * -----------------------------------
      * DEVOLVE AO ARQUIVO AS LINHAS ORIGINAIS GUARDADAS, REFAZENDO
      * AS RESERVAS DE ESTOQUE QUE A REDIGITACAO LIBEROU
               MOVE FS-ITE-CD-PRODUTO TO WS-IT-CD-PRODUTO
               MOVE FS-ITE-QT         TO WS-IT-QT
               PERFORM 6620-RESERVA-ESTOQUE

               IF WS-ITC-CD-CAMPANHA(WS-ITA-IDX) GREATER ZEROS
                   MOVE "R"                 TO LK-VCA-FUNCAO
                   MOVE FS-ITE-NR-PEDIDO    TO LK-VCA-NR-PEDIDO
                   MOVE FS-ITE-NR-SEQUENCIA TO LK-VCA-NR-SEQUENCIA
                   MOVE WS-DT-PEDIDO        TO LK-VCA-DT-PEDIDO
                   MOVE FS-ITE-CD-PRODUTO   TO LK-VCA-CD-PRODUTO
                   MOVE FS-ITE-QT           TO LK-VCA-QT
                   MOVE WS-ITC-CD-CAMPANHA(WS-ITA-IDX)
                     TO LK-VCA-CD-CAMPANHA
                   MOVE WS-ITC-TP-MECANICA(WS-ITA-IDX)
                     TO LK-VCA-TP-MECANICA
                   MOVE WS-ITC-VL-INVEST(WS-ITA-IDX)
                     TO LK-VCA-VL-INVESTIMENTO
                   CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS
               END-IF
           END-PERFORM.

       2860-RESTAURA-ITENS-ANTX. EXIT.

       2950-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * REMOVE DE ARQ-ORCITEM AS LINHAS DO ORCAMENTO CORRENTE QUANDO
      * O CABECALHO NAO CHEGA A SER GRAVADO
       2960-LIMPA-ITENS-ORCAMENTO SECTION.

           MOVE WS-NR-ORCAMENTO TO FS-OIT-NR-ORCAMENTO
           MOVE ZEROS TO FS-OIT-NR-SEQUENCIA
           PERFORM 2970-LE-PROX-ITEM-ORC

           PERFORM UNTIL NOT FS-STAT-OIT-OK OR
                         FS-OIT-NR-ORCAMENTO NOT EQUAL WS-NR-ORCAMENTO
               DELETE ARQ-ORCITEM
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 2970-LE-PROX-ITEM-ORC
           END-PERFORM.

       2960-LIMPA-ITENS-ORCAMENTOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE ITEM DO ORCAMENTO PELA CHAVE
       2970-LE-PROX-ITEM-ORC SECTION.

           START ARQ-ORCITEM KEY > FS-OIT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-OIT
               NOT INVALID KEY
                   READ ARQ-ORCITEM NEXT
                       AT END MOVE 99 TO FS-STAT-OIT
                   END-READ
           END-START.

       2970-LE-PROX-ITEM-ORCX. EXIT.

      * -----------------------------------
      * LISTA OS ORCAMENTOS DO PERIODO E ACUMULA OS TOTAIS POR
      * VENDEDOR; ABERTO COM VALIDADE PASSADA SAI COMO VENCIDO
       3000-LISTA-ORCAMENTOS SECTION.

           MOVE ZEROS TO FS-ORC-NR-ORCAMENTO
           PERFORM 3050-LE-PROX-ORCAMENTO

           PERFORM UNTIL NOT FS-STAT-ORC-OK

               IF FS-ORC-DT-ORCAMENTO NOT LESS WS-DT-INI AND
                  FS-ORC-DT-ORCAMENTO NOT GREATER WS-DT-FIM

                   PERFORM 3060-POSICIONA-VENDEDOR

                   ADD 1 TO WS-TOT-QT-EMITIDO
                   ADD FS-ORC-VL-TOTAL TO WS-TOT-VL-EMITIDO
                   IF WS-TVO-IDX GREATER ZEROS
                       ADD 1 TO WS-TVO-QT-EMITIDO(WS-TVO-IDX)
                       ADD FS-ORC-VL-TOTAL
                         TO WS-TVO-VL-EMITIDO(WS-TVO-IDX)
                   END-IF

                   EVALUATE TRUE
                       WHEN FS-ORC-CONVERTIDO
                           MOVE "CONVERTIDO" TO WS-RO-SITUACAO
                           ADD 1 TO WS-TOT-QT-CONVERT
                           ADD FS-ORC-VL-TOTAL TO WS-TOT-VL-CONVERT
                           IF WS-TVO-IDX GREATER ZEROS
                               ADD 1 TO WS-TVO-QT-CONVERT(WS-TVO-IDX)
                               ADD FS-ORC-VL-TOTAL
                                 TO WS-TVO-VL-CONVERT(WS-TVO-IDX)
                           END-IF
                       WHEN FS-ORC-CANCELADO
                           MOVE "CANCELADO" TO WS-RO-SITUACAO
                           ADD 1 TO WS-TOT-QT-CANCEL
                           IF WS-TVO-IDX GREATER ZEROS
                               ADD 1 TO WS-TVO-QT-CANCEL(WS-TVO-IDX)
                           END-IF
                       WHEN FS-ORC-DT-VALIDADE LESS WS-DT-HOJE
                           MOVE "VENCIDO" TO WS-RO-SITUACAO
                           ADD 1 TO WS-TOT-QT-VENCIDO
                           IF WS-TVO-IDX GREATER ZEROS
                               ADD 1 TO WS-TVO-QT-VENCIDO(WS-TVO-IDX)
                           END-IF
                       WHEN OTHER
                           MOVE "ABERTO" TO WS-RO-SITUACAO
                           ADD 1 TO WS-TOT-QT-ABERTO
                           IF WS-TVO-IDX GREATER ZEROS
                               ADD 1 TO WS-TVO-QT-ABERTO(WS-TVO-IDX)
                           END-IF
                   END-EVALUATE

                   MOVE FS-ORC-NR-ORCAMENTO TO WS-RO-NUMERO
                   MOVE FS-ORC-DT-ORCAMENTO TO WS-RO-DATA
                   MOVE FS-ORC-DT-VALIDADE  TO WS-RO-VALIDADE
                   MOVE FS-ORC-CD-CLIENTE   TO WS-RO-CLIENTE
                   MOVE FS-ORC-CD-VENDEDOR  TO WS-RO-VENDEDOR
                   MOVE FS-ORC-VL-TOTAL     TO WS-RO-VALOR
                   MOVE FS-ORC-NR-PEDIDO    TO WS-RO-PEDIDO
                   MOVE WS-LINHA-ORC TO ARQ-SAIDA-REC
                   WRITE ARQ-SAIDA-REC
               END-IF

               PERFORM 3050-LE-PROX-ORCAMENTO
           END-PERFORM.

       3000-LISTA-ORCAMENTOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO ORCAMENTO PELA CHAVE
       3050-LE-PROX-ORCAMENTO SECTION.

           START ARQ-ORCAMENTO KEY > FS-ORC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ORC
               NOT INVALID KEY
                   READ ARQ-ORCAMENTO NEXT
                       AT END MOVE 99 TO FS-STAT-ORC
                   END-READ
           END-START.

       3050-LE-PROX-ORCAMENTOX. EXIT.

      * -----------------------------------
      * POSICIONA O VENDEDOR DO ORCAMENTO NA TABELA, INCLUINDO-O
      * QUANDO NOVO (ZERO QUANDO A TABELA ESTA CHEIA)
       3060-POSICIONA-VENDEDOR SECTION.

           MOVE ZEROS TO WS-TVO-IDX

           PERFORM VARYING WS-TVO-IDX FROM 1 BY 1
             UNTIL WS-TVO-IDX GREATER WQT-VEN-ORC OR
                   WS-TVO-CD-VENDEDOR(WS-TVO-IDX) EQUAL
                   FS-ORC-CD-VENDEDOR
               CONTINUE
           END-PERFORM

           IF WS-TVO-IDX GREATER WQT-VEN-ORC
               IF WQT-VEN-ORC LESS 300
                   ADD 1 TO WQT-VEN-ORC
                   MOVE WQT-VEN-ORC TO WS-TVO-IDX
                   INITIALIZE WS-TVO-LINHA(WS-TVO-IDX)
                   MOVE FS-ORC-CD-VENDEDOR
                     TO WS-TVO-CD-VENDEDOR(WS-TVO-IDX)
               ELSE
                   MOVE ZEROS TO WS-TVO-IDX
                   ADD 1 TO WS-QT-VEN-FORA
               END-IF
           END-IF.

       3060-POSICIONA-VENDEDORX. EXIT.

      * -----------------------------------
      * LISTA OS TOTAIS E A TAXA DE ACERTO POR VENDEDOR E O TOTAL
      * GERAL DO PERIODO
       3100-LISTA-VENDEDORES SECTION.

           MOVE SPACES TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC
           MOVE WS-LINHA-CAB-VEN TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           PERFORM VARYING WS-TVO-IDX FROM 1 BY 1
             UNTIL WS-TVO-IDX GREATER WQT-VEN-ORC

               MOVE WS-TVO-CD-VENDEDOR(WS-TVO-IDX) TO WS-RV-VENDEDOR
               MOVE WS-TVO-QT-EMITIDO(WS-TVO-IDX)  TO WS-RV-EMITIDO
               MOVE WS-TVO-QT-ABERTO(WS-TVO-IDX)   TO WS-RV-ABERTO
               MOVE WS-TVO-QT-VENCIDO(WS-TVO-IDX)  TO WS-RV-VENCIDO
               MOVE WS-TVO-QT-CONVERT(WS-TVO-IDX)  TO WS-RV-CONVERT
               MOVE WS-TVO-QT-CANCEL(WS-TVO-IDX)   TO WS-RV-CANCEL
               MOVE WS-TVO-VL-EMITIDO(WS-TVO-IDX)  TO WS-RV-VL-EMITIDO
               MOVE WS-TVO-VL-CONVERT(WS-TVO-IDX)  TO WS-RV-VL-CONVERT

               COMPUTE WS-QT-DECIDIDO = WS-TVO-QT-CONVERT(WS-TVO-IDX)
                   + WS-TVO-QT-VENCIDO(WS-TVO-IDX)
                   + WS-TVO-QT-CANCEL(WS-TVO-IDX)
               IF WS-QT-DECIDIDO GREATER ZEROS
                   COMPUTE WS-RV-PC-ACERTO ROUNDED =
                       WS-TVO-QT-CONVERT(WS-TVO-IDX) * 100
                       / WS-QT-DECIDIDO
               ELSE
                   MOVE ZEROS TO WS-RV-PC-ACERTO
               END-IF

               MOVE WS-LINHA-VEN TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-PERFORM

           MOVE "TOTAL"           TO WS-RV-VENDEDOR
           MOVE WS-TOT-QT-EMITIDO TO WS-RV-EMITIDO
           MOVE WS-TOT-QT-ABERTO  TO WS-RV-ABERTO
           MOVE WS-TOT-QT-VENCIDO TO WS-RV-VENCIDO
           MOVE WS-TOT-QT-CONVERT TO WS-RV-CONVERT
           MOVE WS-TOT-QT-CANCEL  TO WS-RV-CANCEL
           MOVE WS-TOT-VL-EMITIDO TO WS-RV-VL-EMITIDO
           MOVE WS-TOT-VL-CONVERT TO WS-RV-VL-CONVERT

           COMPUTE WS-QT-DECIDIDO = WS-TOT-QT-CONVERT
               + WS-TOT-QT-VENCIDO + WS-TOT-QT-CANCEL
           IF WS-QT-DECIDIDO GREATER ZEROS
               COMPUTE WS-RV-PC-ACERTO ROUNDED =
                   WS-TOT-QT-CONVERT * 100 / WS-QT-DECIDIDO
           ELSE
               MOVE ZEROS TO WS-RV-PC-ACERTO
           END-IF

           MOVE WS-LINHA-VEN TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           IF WS-QT-VEN-FORA GREATER ZEROS
               MOVE WS-QT-VEN-FORA TO WS-QT-VEN-FORA-L
               MOVE WS-LINHA-VEN-FORA TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF.

       3100-LISTA-VENDEDORESX. EXIT.

      * -----------------------------------
      * VALIDA O CABECALHO DO PEDIDO CONTRA OS CADASTROS DE CLIENTE
      * E VENDEDOR (CLIENTE DEVE EXISTIR E ESTAR ATIVO)
           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                   CONTINUE
               WHEN (WS-NR-PEDIDO EQUAL ZEROS AND
                     NOT E-MODO-ORCAMENTO) OR
                    WS-CD-CLIENTE EQUAL ZEROS OR
                    WS-CD-VENDEDOR EQUAL ZEROS OR
                    WS-DT-PEDIDO EQUAL ZEROS
                           PERFORM 9000-MOSTRA-ERRO
                       ELSE
                           MOVE FS-CLI-CD-REGIAO TO WS-CD-REGIAO-CLI
                           MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
                           CALL 'CBL_DEPOSITO_REGIAO'
                             USING LK-DPR-PARAMETERS
                           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO
                           MOVE FS-CLI-CLASSE-ABC
                             TO WS-CLASSE-ABC-CLI
                           MOVE WS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           ELSE
                               MOVE ZEROS TO WS-PC-DESC-ALCADA
                               IF FS-VEN-PC-DESC-MAXIMO NUMERIC
                                   MOVE FS-VEN-PC-DESC-MAXIMO
                                     TO WS-PC-DESC-ALCADA
                               END-IF
                               PERFORM 6560-VALIDA-PERIODO
                               IF E-PERIODO-OK
                                   PERFORM 6550-VALIDA-CONDPAG
                               END-IF
                               IF CABECALHO-VALIDO
                                   PERFORM 6580-VALIDA-FILIAL
                               END-IF
                           END-IF
                       END-IF
                   END-IF

       6500-VALIDA-CABECALHOX. EXIT.

      * -----------------------------------
      * DEPOSITO GRAVADO NO PEDIDO LIDO; PEDIDO ANTERIOR AOS
      * DEPOSITOS FICA NO DEPOSITO PADRAO
       6570-DEPOSITO-ANTERIOR SECTION.

           IF FS-PED-CD-DEPOSITO IS NUMERIC AND
              FS-PED-CD-DEPOSITO GREATER ZEROS
               MOVE FS-PED-CD-DEPOSITO TO WS-CD-DEPOSITO-ANT
           ELSE
               MOVE SPACES TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
               MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-ANT
           END-IF.

       6570-DEPOSITO-ANTERIORX. EXIT.

      * -----------------------------------
      * FILIAL DO PEDIDO PELO DEPOSITO DO CLIENTE: O OPERADOR PRECISA
      * TRABALHAR NELA, O NUMERO DIGITADO NA INCLUSAO PRECISA ESTAR NA
      * FAIXA DA FILIAL E NA ALTERACAO O PEDIDO NAO MUDA DE FILIAL
       6580-VALIDA-FILIAL SECTION.

           MOVE "D" TO LK-FIL-FUNCAO
           MOVE WS-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-PED

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-PED TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               MOVE "OPERADOR SEM ACESSO A FILIAL DO CLIENTE"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'N' TO WS-CABECALHO-OK
               GO TO 6580-VALIDA-FILIALX
           END-IF

           EVALUATE TRUE
               WHEN E-MODO-ORCAMENTO
                   CONTINUE
               WHEN E-MODO-ALTERACAO
                   MOVE 1 TO WS-CD-FILIAL-ANT
                   IF FS-PED-CD-FILIAL IS NUMERIC AND
                      FS-PED-CD-FILIAL GREATER ZEROS
                       MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-ANT
                   END-IF
                   IF WS-CD-FILIAL-ANT NOT EQUAL WS-CD-FILIAL-PED
                       MOVE "CLIENTE DE OUTRA FILIAL - PEDIDO NAO MUDA"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 'N' TO WS-CABECALHO-OK
                   END-IF
               WHEN OTHER
                   MOVE "PEDIDO" TO LK-CTL-ENTIDADE
                   MOVE "V" TO LK-CTL-FUNCAO
                   MOVE WS-NR-PEDIDO TO LK-CTL-CODIGO
                   MOVE WS-CD-FILIAL-PED TO LK-CTL-CD-FILIAL
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
                   IF NOT LK-CTL-RC-OK
                       MOVE "NUMERO DO PEDIDO FORA DA FAIXA DA FILIAL"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 'N' TO WS-CABECALHO-OK
                   END-IF
           END-EVALUATE.

       6580-VALIDA-FILIALX. EXIT.

      * -----------------------------------
      * VALIDA A CONDICAO DE PAGAMENTO DO CABECALHO QUANDO INFORMADA
      * (ZERO MANTEM O PRAZO UNICO HISTORICO DA GERACAO DE TITULOS)
      * -----------------------------------
      * APLICA A REGRA DE DESCONTO POR QUANTIDADE SOBRE O PRECO
      * ENCONTRADO, GUARDANDO O PRECO ORIGINAL E O PERCENTUAL NA
      * LINHA, MAIS O DESCONTO DADO PELO VENDEDOR; O DESCONTO DO
      * VENDEDOR ALEM DA SUA ALCADA E O PRECO LIQUIDO ABAIXO DO PISO
      * OU DO CUSTO SO PASSAM RETENDO O PEDIDO PARA O SUPERVISOR.
      * NA LINHA DE CAMPANHA DE PRECO O DESCONTO DO VENDEDOR E O PISO
      * INCIDEM SOBRE O PRECO DA CAMPANHA, SEM REGRA DE DESCONTO, E
      * O PRECO ORIGINAL GUARDADO CONTINUA SENDO O DE TABELA
       6670-APLICA-DESCONTO SECTION.

           MOVE WS-IT-VL-UNITARIO TO WS-VL-PRECO-ORIG
           MOVE WS-IT-VL-UNITARIO TO WS-VL-PRECO-BASE
           MOVE ZEROS TO WS-PC-DESCONTO

           IF E-CAMPANHA-PRECO
               MOVE WS-VL-PRECO-CAMP TO WS-VL-PRECO-BASE
           ELSE
               IF E-DESCONTO-ABERTO
                   PERFORM 6675-PROCURA-REGRA
               END-IF
           END-IF

           IF WS-PC-DESC-VEND GREATER ZEROS
               ADD WS-PC-DESC-VEND TO WS-PC-DESCONTO
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PRODUTO-OK
                       MOVE "DESCONTO TOTAL DA LINHA ACIMA DE 99,99%"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       GO TO 6670-APLICA-DESCONTOX
               END-ADD
               IF WS-PC-DESC-VEND GREATER WS-PC-DESC-ALCADA
                   PERFORM 6770-RETEM-DESCONTO-VEND
               END-IF
           END-IF

           IF PRODUTO-VALIDO AND
              (WS-PC-DESCONTO GREATER ZEROS OR E-CAMPANHA-PRECO)
               COMPUTE WS-IT-VL-UNITARIO ROUNDED =
                   WS-VL-PRECO-BASE * (1 - WS-PC-DESCONTO / 100)
           END-IF

           IF WS-PC-PISO GREATER ZEROS
               COMPUTE WS-VL-PISO ROUNDED =
                   WS-VL-PRECO-BASE * WS-PC-PISO / 100
               IF PRODUTO-VALIDO AND WS-IT-VL-UNITARIO LESS WS-VL-PISO
                   PERFORM 6760-RETEM-PRECO-PISO
               END-IF
           END-IF

               PERFORM 6645-BUSCA-CUSTO
               IF WS-VL-CUSTO-UNIT GREATER ZEROS AND
                  WS-IT-VL-UNITARIO LESS WS-VL-CUSTO-UNIT
                   PERFORM 6765-RETEM-PRECO-CUSTO
               END-IF
           END-IF.

       6680-LE-PROX-REGRAX. EXIT.

      * -----------------------------------
      * PROCURA A CAMPANHA PROMOCIONAL VIGENTE PARA A LINHA; SO VALE
      * NO PEDIDO DE VENDA A PRECO DE TABELA (CONTRATO, ORCAMENTO,
      * BONIFICACAO E TROCA NAO ENTRAM EM CAMPANHA). COM A VERBA
      * ESGOTADA SO AVISA E A LINHA SEGUE NO PRECO NORMAL
       6690-BUSCA-CAMPANHA SECTION.

           MOVE ZEROS TO WS-CD-CAMPANHA-LIN WS-VL-PRECO-CAMP
                         WS-QT-BONUS-LIN WS-VL-INVEST-LIN
           MOVE SPACES TO WS-TP-MECANICA-LIN

           IF E-MODO-ORCAMENTO OR WS-IND-CONTRATO EQUAL 'S' OR
              WS-TP-PEDIDO EQUAL "B" OR WS-TP-PEDIDO EQUAL "T"
               GO TO 6690-BUSCA-CAMPANHAX
           END-IF

           MOVE "B"               TO LK-VCA-FUNCAO
           MOVE WS-NR-PEDIDO      TO LK-VCA-NR-PEDIDO
           MOVE WS-ITEM-IDX       TO LK-VCA-NR-SEQUENCIA
           MOVE WS-DT-PEDIDO      TO LK-VCA-DT-PEDIDO
           MOVE WS-IT-CD-PRODUTO  TO LK-VCA-CD-PRODUTO
           MOVE FS-PRO-CD-FAMILIA TO LK-VCA-CD-FAMILIA
           MOVE WS-CD-REGIAO-CLI  TO LK-VCA-CD-REGIAO
           MOVE WS-CLASSE-ABC-CLI TO LK-VCA-CLASSE-ABC
           MOVE WS-IT-QT          TO LK-VCA-QT
           MOVE WS-IT-VL-UNITARIO TO LK-VCA-VL-PRECO-TABELA
           CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS

           EVALUATE TRUE
               WHEN LK-VCA-RC-SEM-VERBA
                   MOVE "VERBA DA CAMPANHA ESGOTADA - PRECO NORMAL"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN LK-VCA-RC-OK AND LK-VCA-CD-CAMPANHA GREATER ZEROS
                   MOVE LK-VCA-CD-CAMPANHA     TO WS-CD-CAMPANHA-LIN
                   MOVE LK-VCA-TP-MECANICA     TO WS-TP-MECANICA-LIN
                   MOVE LK-VCA-VL-PRECO-CAMP   TO WS-VL-PRECO-CAMP
                   MOVE LK-VCA-QT-BONUS        TO WS-QT-BONUS-LIN
                   MOVE LK-VCA-VL-INVESTIMENTO TO WS-VL-INVEST-LIN
           END-EVALUATE.

       6690-BUSCA-CAMPANHAX. EXIT.

      * -----------------------------------
      * CONSOME A VERBA DA CAMPANHA DA LINHA (SEQUENCIA, QUANTIDADE
      * E VERBA JA INFORMADAS) E GRAVA A LINHA DA CAMPANHA
       6695-CONSOME-VERBA SECTION.

           MOVE "C"                TO LK-VCA-FUNCAO
           MOVE WS-NR-PEDIDO       TO LK-VCA-NR-PEDIDO
           MOVE WS-DT-PEDIDO       TO LK-VCA-DT-PEDIDO
           MOVE WS-IT-CD-PRODUTO   TO LK-VCA-CD-PRODUTO
           MOVE WS-QT-LINHA        TO LK-VCA-QT
           MOVE WS-CD-CAMPANHA-LIN TO LK-VCA-CD-CAMPANHA
           MOVE WS-TP-MECANICA-LIN TO LK-VCA-TP-MECANICA
           CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS.

       6695-CONSOME-VERBAX. EXIT.

      * -----------------------------------
      * DEVOLVE AS CAMPANHAS A VERBA DAS LINHAS DO PEDIDO CORRENTE
       6696-ESTORNA-CAMPANHA SECTION.

           MOVE "E"          TO LK-VCA-FUNCAO
           MOVE WS-NR-PEDIDO TO LK-VCA-NR-PEDIDO
           CALL 'CBL_VERBA_CAMPANHA' USING LK-VCA-PARAMETERS.

       6696-ESTORNA-CAMPANHAX. EXIT.

      * -----------------------------------
      * PRECO ABAIXO DO PISO: A LINHA SO E ACEITA RETENDO O PEDIDO
      * PARA A LIBERACAO DO SUPERVISOR
       6760-RETEM-PRECO-PISO SECTION.

           MOVE "PRECO ABAIXO DO PISO PARAMETRIZADO" TO WS-MSGERRO
           PERFORM 6780-PERGUNTA-RETENCAO

           IF NOT E-SIM
               MOVE 'N' TO WS-PRODUTO-OK
           END-IF
           MOVE SPACES TO WS-ERRO.

       6760-RETEM-PRECO-PISOX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO NA DATA DO PEDIDO (ZERO
       6645-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * VENDA ABAIXO DO CUSTO VIGENTE: A LINHA SO E ACEITA RETENDO O
      * PEDIDO PARA A LIBERACAO DO SUPERVISOR
       6765-RETEM-PRECO-CUSTO SECTION.

           MOVE "PRECO ABAIXO DO CUSTO VIGENTE" TO WS-MSGERRO
           PERFORM 6780-PERGUNTA-RETENCAO

           IF NOT E-SIM
               MOVE 'N' TO WS-PRODUTO-OK
               MOVE "ITEM RECUSADO POR VENDA ABAIXO DO CUSTO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF
           MOVE SPACES TO WS-ERRO.

       6765-RETEM-PRECO-CUSTOX. EXIT.

      * -----------------------------------
      * DESCONTO DO VENDEDOR ALEM DA ALCADA CADASTRADA: A LINHA SO E
      * ACEITA RETENDO O PEDIDO PARA A LIBERACAO DO SUPERVISOR
       6770-RETEM-DESCONTO-VEND SECTION.

           MOVE "DESCONTO ACIMA DA ALCADA DO VENDEDOR" TO WS-MSGERRO
           PERFORM 6780-PERGUNTA-RETENCAO

           IF NOT E-SIM
               MOVE 'N' TO WS-PRODUTO-OK
               MOVE "ITEM RECUSADO PELA ALCADA DE DESCONTO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF
           MOVE SPACES TO WS-ERRO.

       6770-RETEM-DESCONTO-VENDX. EXIT.

      * -----------------------------------
      * MOSTRA O MOTIVO EM WS-MSGERRO E PERGUNTA SE O OPERADOR MANTEM
      * A LINHA RETENDO O PEDIDO (NO ORCAMENTO A LINHA FICA MARCADA E
      * O PEDIDO DA CONVERSAO E QUE NASCE RETIDO); O PRIMEIRO MOTIVO
      * E O QUE VAI PARA ARQ-RETENCAO
       6780-PERGUNTA-RETENCAO SECTION.

           PERFORM 9000-MOSTRA-ERRO

           MOVE WS-MSGERRO(1:60) TO WS-DS-MOTIVO-RET-LINHA

           MOVE SPACES TO WS-ERRO
           IF E-MODO-ORCAMENTO
               MOVE "MANTER A LINHA, LIBERACAO NA CONVERSAO (S/N)?"
                 TO WS-MSGERRO
           ELSE
               MOVE "MANTER A LINHA E RETER O PEDIDO (S/N)?"
                 TO WS-MSGERRO
           END-IF

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO

           IF E-SIM
               MOVE 'S' TO WS-LINHA-RETIDA
               MOVE WS-DS-MOTIVO-RET-LINHA TO WS-MSGERRO
               PERFORM 6790-MARCA-RETENCAO
           END-IF.

       6780-PERGUNTA-RETENCAOX. EXIT.

      * -----------------------------------
      * MARCA O PEDIDO EM DIGITACAO PARA SER GRAVADO RETIDO,
      * GUARDANDO O PRIMEIRO MOTIVO (EM WS-MSGERRO)
       6790-MARCA-RETENCAO SECTION.

           MOVE 'S' TO WS-RETER
           IF WS-DS-MOTIVO-RET EQUAL SPACES
               MOVE WS-MSGERRO(1:60) TO WS-DS-MOTIVO-RET
           END-IF.

       6790-MARCA-RETENCAOX. EXIT.

      * -----------------------------------
      * GRAVA (OU REABRE) A RETENCAO PENDENTE DO PEDIDO GRAVADO,
      * COM O PRIMEIRO MOTIVO E O OPERADOR DA DIGITACAO
       6795-GRAVA-RETENCAO SECTION.

           MOVE FS-PED-NR-PEDIDO TO FS-RET-NR-PEDIDO
           READ ARQ-RETENCAO

           MOVE SPACES TO FS-RET-DADOS
           ACCEPT FS-RET-DT-RETENCAO FROM DATE YYYYMMDD
           MOVE LK-OPERADOR       TO FS-RET-ID-OPERADOR
           MOVE WS-DS-MOTIVO-RET  TO FS-RET-DS-MOTIVO
           MOVE "P"               TO FS-RET-IND-SITUACAO
           MOVE ZEROS             TO FS-RET-DT-DECISAO

           IF FS-STAT-RET-OK
               REWRITE ARQ-RETENCAO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ARQ-RETENCAO-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE "R" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO.

       6795-GRAVA-RETENCAOX. EXIT.

      * -----------------------------------
      * PEDIDO QUE DEIXOU DE PRECISAR DO SUPERVISOR (ALTERADO DENTRO
      * DAS REGRAS OU CANCELADO): A RETENCAO PENDENTE E REMOVIDA; AS
      * JA DECIDIDAS FICAM COMO HISTORICO
       6796-REMOVE-RETENCAO SECTION.

           MOVE FS-PED-NR-PEDIDO TO FS-RET-NR-PEDIDO
           READ ARQ-RETENCAO

           IF FS-STAT-RET-OK AND FS-RET-PENDENTE
               DELETE ARQ-RETENCAO
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       6796-REMOVE-RETENCAOX. EXIT.

      * -----------------------------------
      * CRITICA A DISPONIBILIDADE DO PRODUTO (SALDO MENOS RESERVA DE
      * PEDIDOS JA DIGITADOS E NAO FATURADOS) NO DEPOSITO QUE ATENDE
      * O CLIENTE; CONFORME O PARAMETRO A FALTA BLOQUEIA O ITEM OU SO
      * AVISA O OPERADOR
       6610-VERIFICA-DISPONIVEL SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO-RES TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
           IF E-SIM
               MOVE "BACKORDER" TO LK-CTL-ENTIDADE
               MOVE "P" TO LK-CTL-FUNCAO
               MOVE ZEROS TO LK-CTL-CD-FILIAL
               CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

               IF LK-CTL-RC-OK
       6615-OFERECE-BACKORDERX. EXIT.

      * -----------------------------------
      * RESERVA A QUANTIDADE DA LINHA NO ESTOQUE DO PRODUTO NO
      * DEPOSITO EM USO
       6620-RESERVA-ESTOQUE SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO-RES TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
       6620-RESERVA-ESTOQUEX. EXIT.

      * -----------------------------------
      * DEVOLVE A RESERVA DA LINHA CORRENTE DE ARQ-PEDITEM NO
      * DEPOSITO EM USO
       6630-LIBERA-RESERVA SECTION.

           MOVE FS-ITE-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO-RES TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK

      * -----------------------------------
      * DEVOLVE AS RESERVAS DE TODAS AS LINHAS DE UM PEDIDO
      * CANCELADO, MANTENDO AS LINHAS NO ARQUIVO, E A VERBA DAS
      * CAMPANHAS USADAS PELAS LINHAS
       2910-LIBERA-ITENS SECTION.

           PERFORM 6696-ESTORNA-CAMPANHA

           MOVE WS-NR-PEDIDO TO FS-ITE-NR-PEDIDO
           MOVE ZEROS TO FS-ITE-NR-SEQUENCIA
           PERFORM 2950-LE-PROX-ITEM

      * -----------------------------------
      * VERIFICA BLOQUEIO E LIMITE DE CREDITO DO CLIENTE ANTES DE
      * GRAVAR O PEDIDO; RECUSADO PELO CREDITO, O PEDIDO SO E
      * GRAVADO RETIDO PARA A LIBERACAO DO SUPERVISOR
       6700-VERIFICA-CREDITO SECTION.

           MOVE 'N' TO WS-CREDITO-OK
                       + WS-VL-TOTAL-PED
               END-IF

               PERFORM 6720-VERIFICA-REDE

               EVALUATE TRUE
                   WHEN FS-CLI-BLOQUEADO
                       STRING
                         "CLIENTE BLOQUEADO: " DELIMITED BY SIZE
                         FS-CLI-DS-MOTIVO-BLOQ DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 6750-RETEM-CREDITO
                   WHEN FS-CLI-VL-LIM-CREDITO GREATER ZEROS AND
                        WS-VL-EXPO-NOVA GREATER FS-CLI-VL-LIM-CREDITO
                       MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-MSGERRO
                       PERFORM 6750-RETEM-CREDITO
                   WHEN NOT E-REDE-CREDITO-OK
                       MOVE WS-DS-RECUSA-REDE TO WS-MSGERRO
                       PERFORM 6750-RETEM-CREDITO
                   WHEN WS-NR-SCORE-MIN GREATER ZEROS AND
                        FS-CLI-NR-SCORE GREATER ZEROS AND
                        FS-CLI-NR-SCORE LESS WS-NR-SCORE-MIN
                       MOVE "SCORE DO BUREAU ABAIXO DO MINIMO"
                         TO WS-MSGERRO
                       PERFORM 6750-RETEM-CREDITO
                   WHEN OTHER
                       MOVE 'S' TO WS-CREDITO-OK
               END-EVALUATE
       6700-VERIFICA-CREDITOX. EXIT.

      * -----------------------------------
      * CLIENTE LIGADO A UMA REDE ATIVA COM LIMITE: A EXPOSICAO NOVA
      * SOMADA A DAS DEMAIS LOJAS DA REDE NAO PODE PASSAR DO LIMITE
      * DA REDE. AO FINAL O REGISTRO DO CLIENTE DO PEDIDO E RELIDO
       6720-VERIFICA-REDE SECTION.

           MOVE 'S' TO WS-REDE-CREDITO-OK
           MOVE SPACES TO WS-DS-RECUSA-REDE

           IF NOT E-REDE-ABERTO OR FS-CLI-CD-REDE IS NOT NUMERIC
               GO TO 6720-VERIFICA-REDEX
           END-IF

           IF FS-CLI-CD-REDE EQUAL ZEROS
               GO TO 6720-VERIFICA-REDEX
           END-IF

           MOVE FS-CLI-CD-REDE TO FS-RED-CD-REDE
           READ ARQ-REDE

           IF NOT FS-STAT-RED-OK OR FS-RED-INATIVA
               GO TO 6720-VERIFICA-REDEX
           END-IF

           IF FS-RED-BLOQUEADA
               MOVE 'N' TO WS-REDE-CREDITO-OK
               MOVE "REDE BLOQUEADA" TO WS-DS-RECUSA-REDE
               GO TO 6720-VERIFICA-REDEX
           END-IF

           IF FS-RED-VL-LIM-CREDITO EQUAL ZEROS
               GO TO 6720-VERIFICA-REDEX
           END-IF

           MOVE FS-CLI-CD-CLIENTE TO WS-CD-CLIENTE-REDE
           MOVE WS-VL-EXPO-NOVA   TO WS-VL-EXPO-REDE

           MOVE ZEROS TO FS-CLI-CD-CLIENTE
           START ARQ-CLIENTE KEY > FS-CLI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CLI
           END-START

           PERFORM UNTIL NOT FS-STAT-CLI-OK
               READ ARQ-CLIENTE NEXT
                   AT END
                       MOVE 99 TO FS-STAT-CLI
               END-READ

               IF FS-STAT-CLI-OK AND
                  FS-CLI-CD-REDE IS NUMERIC AND
                  FS-CLI-CD-REDE EQUAL FS-RED-CD-REDE AND
                  FS-CLI-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-REDE
                   ADD FS-CLI-VL-EXPOSICAO TO WS-VL-EXPO-REDE
               END-IF
           END-PERFORM

           MOVE WS-CD-CLIENTE-REDE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF WS-VL-EXPO-REDE GREATER FS-RED-VL-LIM-CREDITO
               MOVE 'N' TO WS-REDE-CREDITO-OK
               MOVE "LIMITE DE CREDITO DA REDE EXCEDIDO"
                 TO WS-DS-RECUSA-REDE
           END-IF.

       6720-VERIFICA-REDEX. EXIT.

      * -----------------------------------
      * OFERECE GRAVAR RETIDO O PEDIDO RECUSADO PELO CREDITO; A
      * RETENCAO FICA NA TRILHA DE AUDITORIA DO CLIENTE
       6750-RETEM-CREDITO SECTION.

           PERFORM 9000-MOSTRA-ERRO

           MOVE WS-MSGERRO(1:60) TO WS-DS-MOTIVO-RET-LINHA

           MOVE SPACES TO WS-ERRO
           MOVE "GRAVAR O PEDIDO RETIDO PARA O SUPERVISOR (S/N)?"
             TO WS-MSGERRO

           DISPLAY SS-ERRO

           IF E-SIM
               MOVE 'S' TO WS-CREDITO-OK
               MOVE WS-DS-MOTIVO-RET-LINHA TO WS-MSGERRO
               PERFORM 6790-MARCA-RETENCAO
               MOVE "RETENCAO"            TO FS-AUD-OPERACAO
               MOVE FS-CLI-CD-CLIENTE    TO FS-AUD-CD-CLIENTE
               MOVE FS-CLI-CNPJ          TO FS-AUD-CNPJ
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO FS-AUD-NM-RAZAO-SOCIAL
           END-IF
           MOVE SPACES TO WS-ERRO.

       6750-RETEM-CREDITOX. EXIT.

      * -----------------------------------
      * ATUALIZA A EXPOSICAO DE CREDITO DO CLIENTE APOS GRAVAR O
               OPEN OUTPUT ARQ-BACKORDER
               CLOSE ARQ-BACKORDER
               OPEN I-O ARQ-BACKORDER
           END-IF

           OPEN I-O ARQ-RETENCAO

           IF FS-STAT-RET-NAO-EXISTE
               OPEN OUTPUT ARQ-RETENCAO
               CLOSE ARQ-RETENCAO
               OPEN I-O ARQ-RETENCAO
           END-IF.

       5000-ABRIR-ARQ-PEDIDOX. EXIT.
      * EXPOSICAO DE CREDITO
       5100-ABRIR-ARQ-CLIENTE SECTION.

           OPEN I-O ARQ-CLIENTE

           MOVE 'N' TO WS-REDE-ABERTO
           OPEN INPUT ARQ-REDE
           IF FS-STAT-RED-OK
               MOVE 'S' TO WS-REDE-ABERTO
           END-IF.

       5100-ABRIR-ARQ-CLIENTEX. EXIT.


       5300-ABRIR-ARQ-PRODUTOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS DE ORCAMENTOS PARA ENTRADA E SAIDA
       5400-ABRIR-ARQ-ORCAMENTO SECTION.

           OPEN I-O ARQ-ORCAMENTO

           IF FS-STAT-ORC-NAO-EXISTE
               OPEN OUTPUT ARQ-ORCAMENTO
               CLOSE ARQ-ORCAMENTO
               OPEN I-O ARQ-ORCAMENTO
           END-IF

           OPEN I-O ARQ-ORCITEM

           IF FS-STAT-OIT-NAO-EXISTE
               OPEN OUTPUT ARQ-ORCITEM
               CLOSE ARQ-ORCITEM
               OPEN I-O ARQ-ORCITEM
           END-IF.

       5400-ABRIR-ARQ-ORCAMENTOX. EXIT.

      * -----------------------------------
      * LE PEDIDO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-PEDIDO SECTION.
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-BACKORDER
           CLOSE ARQ-RETENCAO.

       7000-FECHA-ARQ-PEDIDOX. EXIT.

      * FECHA ARQUIVO DE CLIENTE
       7100-FECHA-ARQ-CLIENTE SECTION.

           CLOSE ARQ-CLIENTE

           IF E-REDE-ABERTO
               CLOSE ARQ-REDE
               MOVE 'N' TO WS-REDE-ABERTO
           END-IF.

       7100-FECHA-ARQ-CLIENTEX. EXIT.


       7300-FECHA-ARQ-PRODUTOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVOS DE ORCAMENTOS
       7400-FECHA-ARQ-ORCAMENTO SECTION.

           CLOSE ARQ-ORCAMENTO
           CLOSE ARQ-ORCITEM.

       7400-FECHA-ARQ-ORCAMENTOX. EXIT.

      * -----------------------------------
      * JORNALIZA A ATUALIZACAO DO PEDIDO PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)

       8620-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DATA DA ETAPA (JA CARREGADA) DO PEDIDO CORRENTE
       8650-ETAPA-PEDIDO SECTION.

           MOVE FS-PED-NR-PEDIDO TO LK-ETP-NR-PEDIDO
           MOVE ZEROS TO LK-ETP-DATA
           CALL 'CBL_GRAVA_ETAPA' USING LK-ETP-PARAMETERS.

       8650-ETAPA-PEDIDOX. EXIT.

      * -----------------------------------
      * REGISTRA NA AUDITORIA GERAL A OPERACAO NO ORCAMENTO (IMAGENS
      * ANTES/DEPOIS E OPERACAO JA CARREGADAS)
       8700-AUDITA-ORCAMENTO SECTION.

           MOVE "ORCAMENTO" TO LK-AGR-ENTIDADE
           MOVE SPACES TO LK-AGR-CHAVE
           MOVE FS-ORC-KEY TO LK-AGR-CHAVE
           MOVE WS-AUD-USUARIO TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8700-AUDITA-ORCAMENTOX. EXIT.

      * -----------------------------------
      * REGISTRA O RELATORIO GERADO NO SPOOL
       8500-REGISTRA-SPOOL SECTION.

           MOVE WS-ID-RELATORIO TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "PERIODO=" WS-DT-INI "-" WS-DT-FIM
                  DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
