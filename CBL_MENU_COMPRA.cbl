      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Pedidos de Compra a Fornecedor
      * Tectonics: cobc
      ******************************************************************
      * MANTEM OS PEDIDOS DE COMPRA (CABECALHO EM ARQ-COMPRA, LINHAS
      * EM ARQ-COMPITEM) CONTRA OS QUAIS CBL_MENU_ESTOQUE RECEBE A
      * MERCADORIA:
      *   01 - INCLUIR PEDIDO DE COMPRA (PRODUTO, QUANTIDADE, CUSTO
      *        ACORDADO E DATA PREVISTA POR LINHA)
      *   02 - CANCELAR O SALDO EM ABERTO DE UM PEDIDO
      *   03 - PEDIDOS EM ABERTO POR FORNECEDOR
      *   04 - PEDIDOS EM ABERTO POR DATA PREVISTA
      * OS RELATORIOS MARCAM AS LINHAS ATRASADAS E O FALTANTE JA
      * REGISTRADO EM BACKORDER PARA O PRODUTO, E VAO PARA O SPOOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_COMPRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-COMPRA ASSIGN TO DISK WID-ARQ-COMPRA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CMP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CMP.

           SELECT ARQ-COMPITEM ASSIGN TO DISK WID-ARQ-COMPITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CPI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPI.

           SELECT ARQ-FORNECEDOR ASSIGN TO DISK WID-ARQ-FORNECEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FOR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FOR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CUS.

           SELECT ARQ-BACKORDER ASSIGN TO DISK WID-ARQ-BACKORDER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-BCK-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BCK.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-COMPRA.

       COPY FS-ARQ-COMPRA.

       FD ARQ-COMPITEM.

       COPY FS-ARQ-COMPITEM.

       FD ARQ-FORNECEDOR.

       COPY FS-ARQ-FORNECEDOR.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-CUSTO.

       COPY FS-ARQ-CUSTO.

       FD ARQ-BACKORDER.

       COPY FS-ARQ-BACKORDER.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-CHAVE-ORDEM       PIC X(015).
           05 SD-CD-FORNECEDOR     PIC 9(007).
           05 SD-NR-PEDIDO         PIC 9(007).
           05 SD-NR-SEQUENCIA      PIC 9(003).
           05 SD-CD-PRODUTO        PIC 9(007).
           05 SD-DT-PREVISTA       PIC 9(008).
           05 SD-QT-PEDIDA         PIC 9(005).
           05 SD-QT-RECEBIDA       PIC 9(005).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR     VALUE IS "1".
           88 E-CANCELAR    VALUE IS "2".
           88 E-REL-FORN    VALUE IS "3".
           88 E-REL-DATA    VALUE IS "4".
           88 E-ENCERRAR    VALUE IS "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "3" "4" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-CMP PIC 9(02).
           88 FS-STAT-CMP-OK         VALUE 00.
           88 FS-STAT-CMP-EOF        VALUE 10 23.
           88 FS-STAT-CMP-NAO-EXISTE VALUE 35.

       77 FS-STAT-CPI PIC 9(02).
           88 FS-STAT-CPI-OK         VALUE 00.
           88 FS-STAT-CPI-NAO-EXISTE VALUE 35.

       77 FS-STAT-FOR PIC 9(02).
           88 FS-STAT-FOR-OK         VALUE 00.
           88 FS-STAT-FOR-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-CUS PIC 9(02).
           88 FS-STAT-CUS-OK         VALUE 00.
           88 FS-STAT-CUS-NAO-EXISTE VALUE 35.

       77 WS-CUSTO-ABERTO PIC X VALUE 'N'.
           88 E-CUSTO-ABERTO VALUE 'S'.

       77 FS-STAT-BCK PIC 9(02).
           88 FS-STAT-BCK-OK         VALUE 00.
           88 FS-STAT-BCK-NAO-EXISTE VALUE 35.

       77 WS-BACKORDER-ABERTO PIC X VALUE 'N'.
           88 E-BACKORDER-ABERTO VALUE 'S'.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-NUML-CURR PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       77 WS-NR-PEDIDO     PIC 9(007) VALUE ZEROS.
       77 WS-CD-FORNECEDOR PIC 9(007) VALUE ZEROS.
       77 WS-DT-EMISSAO    PIC 9(008) VALUE ZEROS.
       77 WS-QT-PRAZO-DIAS PIC 9(003) VALUE ZEROS.

       77 WS-CABECALHO-OK PIC X VALUE 'N'.
           88 CABECALHO-VALIDO VALUE 'S'.

       77 WS-PRODUTO-OK PIC X VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.

       77 WS-ITEM-IDX       PIC 9(003) VALUE ZEROS.
       77 WS-IT-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-IT-QT          PIC 9(005) VALUE ZEROS.
       77 WS-IT-VL-CUSTO    PIC 9(007)V99 VALUE ZEROS.
       77 WS-IT-DT-PREVISTA PIC 9(008) VALUE ZEROS.
       77 WS-QT-ITENS       PIC 9(003) VALUE ZEROS.
       77 WS-VL-TOTAL-CMP   PIC 9(011)V99 VALUE ZEROS.
       77 WS-FIM-ITENS      PIC X VALUE 'N'.
           88 E-FIM-ITENS VALUE 'S'.

       77 WS-QT-RECEBIDA-PED PIC 9(007) VALUE ZEROS.

      * RELATORIO DE PEDIDOS DE COMPRA EM ABERTO
       77 WS-FIM-SORT-FILE  PIC X(01) VALUE 'N'.
       77 WS-QT-SALDO       PIC 9(005) VALUE ZEROS.
       77 WS-QT-DIAS-ATRASO PIC 9(005) VALUE ZEROS.
       77 WS-QT-BACKORDER   PIC 9(007) VALUE ZEROS.
       77 WS-TOT-LINHAS     PIC 9(007) VALUE ZEROS.
       77 WS-TOT-ATRASADAS  PIC 9(007) VALUE ZEROS.
       77 WS-ID-RELATORIO   PIC X(020) VALUE SPACES.

       01 WS-LINHA-CAB.
           05 FILLER PIC X(045) VALUE
              "FORNEC |PEDIDO |SQ |PRODUTO|PREVISTA|PEDIDA|".
           05 FILLER PIC X(035) VALUE
              "RECEB.|SALDO.|ATRASO|BACKORD|".

       01 WS-LINHA-REL.
           05 WS-REL-FORNECEDOR PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PEDIDO     PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-SEQUENCIA  PIC 9(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PRODUTO    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PREVISTA   PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PEDIDA     PIC ZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-RECEBIDA   PIC ZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-SALDO      PIC ZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-ATRASO     PIC ZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-BACKORDER  PIC ZZZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-MARCA      PIC X(008).

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(020) VALUE "LINHAS EM ABERTO: ".
           05 WS-TOT-LINHAS-L   PIC ZZZZZZ9.
           05 FILLER            PIC X(016) VALUE "   ATRASADAS: ".
           05 WS-TOT-ATRASADAS-L PIC ZZZZZZ9.

       COPY CPY_ID_ARQ_COMPRA.
       COPY CPY_ID_ARQ_COMPITEM.
       COPY CPY_ID_ARQ_FORNECEDOR.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_CUSTO.
       COPY CPY_ID_ARQ_BACKORDER.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_SPOOL.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(70) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML-ANT COLUMN 1 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR PEDIDO DE COMPRA".
           05 LINE 08 COLUMN 15 VALUE "02 - CANCELAR SALDO DO PEDIDO".
           05 LINE 09 COLUMN 15 VALUE "03 - EM ABERTO POR FORNECEDOR".
           05 LINE 10 COLUMN 15 VALUE "04 - EM ABERTO POR DATA".
           05 LINE 12 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-COMPRA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 11 VALUE "Numero Pedido:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PEDIDO
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE "Cod Fornecedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-FORNECEDOR.
               10 LINE 10 COLUMN 02 VALUE "Data Emissao(AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-EMISSAO.

       01 SS-TELA-ITEM.
           05 LINE 12 COLUMN 14 VALUE "Item No:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-ITEM-IDX.
           05 LINE 13 COLUMN 11 VALUE "Cd Produto:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-IT-CD-PRODUTO.
           05 LINE 14 COLUMN 11 VALUE "Quantidade:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-IT-QT.
           05 LINE 15 COLUMN 05 VALUE "Custo Unitario:".
           05 COLUMN PLUS 2 PIC 9(07).99 USING WS-IT-VL-CUSTO.
           05 LINE 16 COLUMN 04 VALUE "Prevista(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-IT-DT-PREVISTA.

       01 SS-TELA-TOTAL.
           05 LINE 18 COLUMN 11 VALUE "Qtde Itens:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-QT-ITENS.
           05 LINE 19 COLUMN 09 VALUE "Total Pedido:".
           05 COLUMN PLUS 2 PIC 9(09).99 FROM WS-VL-TOTAL-CMP.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-COMPRA
           END-IF
           MOVE WNM-PATH-COMPRA TO WNM-PATH-COMPITEM
           MOVE WNM-PATH-COMPRA TO WNM-PATH-FORNECEDOR
           MOVE WNM-PATH-COMPRA TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-COMPRA TO WNM-PATH-CUSTO
           MOVE WNM-PATH-COMPRA TO WNM-PATH-BACKORDER

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-COMPRA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL E-ENCERRAR
               MOVE "PEDIDOS DE COMPRA" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-COMPRA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CANCELAR
                       PERFORM 1100-ACS-CANCELAR-COMPRA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REL-FORN
                       MOVE "03 - ABERTO POR FORNECEDOR" TO WS-OP
                       MOVE "COMPRAS_ABERTAS_FORN" TO WS-ID-RELATORIO
                       PERFORM 1200-REL-COMPRAS-ABERTAS
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REL-DATA
                       MOVE "04 - ABERTO POR DATA PREVISTA" TO WS-OP
                       MOVE "COMPRAS_ABERTAS_DATA" TO WS-ID-RELATORIO
                       PERFORM 1200-REL-COMPRAS-ABERTAS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI PEDIDO DE COMPRA (NUMERO DE CBL_PROXIMO_CODIGO)
       1000-ACS-INCLUIR-COMPRA SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-COMPRA-REC
           MOVE ZEROS TO WS-NR-PEDIDO WS-CD-FORNECEDOR
           MOVE WS-DT-HOJE TO WS-DT-EMISSAO

           MOVE "COMPRA" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           IF LK-CTL-RC-OK
               MOVE LK-CTL-CODIGO TO WS-NR-PEDIDO
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-COMPRA

               PERFORM 6500-VALIDA-CABECALHO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN CABECALHO-VALIDO
                        MOVE WS-NR-PEDIDO TO FS-CMP-NR-PEDIDO
                        READ ARQ-COMPRA
                        IF FS-STAT-CMP-OK
                            MOVE "PEDIDO DE COMPRA JA EXISTE"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                        ELSE
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               PERFORM 2000-ACS-ITENS-COMPRA

               IF WS-QT-ITENS GREATER ZEROS
                   MOVE WS-NR-PEDIDO     TO FS-CMP-NR-PEDIDO
                   MOVE WS-CD-FORNECEDOR TO FS-CMP-CD-FORNECEDOR
                   MOVE WS-DT-EMISSAO    TO FS-CMP-DT-EMISSAO
                   MOVE "A"              TO FS-CMP-IND-SITUACAO
                   MOVE WS-QT-ITENS      TO FS-CMP-QT-ITENS
                   MOVE WS-VL-TOTAL-CMP  TO FS-CMP-VL-TOTAL
                   MOVE LK-OPERADOR      TO FS-CMP-ID-OPERADOR

                   WRITE ARQ-COMPRA-REC
                   INVALID KEY
                       MOVE "PEDIDO DE COMPRA JA EXISTE" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-WRITE

                   IF FS-STAT-CMP-OK
                       MOVE "COMPRA" TO LK-CTL-ENTIDADE
                       MOVE "A" TO LK-CTL-FUNCAO
                       MOVE WS-NR-PEDIDO TO LK-CTL-CODIGO
                       CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                       DISPLAY SS-TELA-TOTAL
                       MOVE "PEDIDO DE COMPRA ADICIONADO COM SUCESSO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       PERFORM 2900-LIMPA-ITENS
                   END-IF
               ELSE
                   MOVE "PEDIDO SEM ITENS, NAO GRAVADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQUIVOS.

       1000-ACS-INCLUIR-COMPRA-FIMX. EXIT.

      * -----------------------------------
      * CANCELA O SALDO EM ABERTO DO PEDIDO DE COMPRA: AS LINHAS
      * ABERTAS SAO CANCELADAS; O PEDIDO SEM NENHUM RECEBIMENTO FICA
      * CANCELADO E O PARCIALMENTE RECEBIDO FICA ENCERRADO
       1100-ACS-CANCELAR-COMPRA SECTION.

           MOVE "02 - CANCELAR SALDO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE ZEROS TO WS-NR-PEDIDO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-CHAVE

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-NR-PEDIDO TO FS-CMP-NR-PEDIDO
                   READ ARQ-COMPRA

                   EVALUATE TRUE
                       WHEN NOT FS-STAT-CMP-OK
                           MOVE "PEDIDO DE COMPRA NAO ENCONTRADO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT FS-CMP-PENDENTE
                           MOVE "PEDIDO DE COMPRA JA ENCERRADO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE FS-CMP-CD-FORNECEDOR
                             TO WS-CD-FORNECEDOR
                           MOVE FS-CMP-DT-EMISSAO TO WS-DT-EMISSAO
                           DISPLAY SS-DADOS
                           MOVE SPACES TO WS-ERRO
                           MOVE "CONFIRMA CANCELAMENTO DO SALDO (S/N)?"
                             TO WS-MSGERRO
                           ACCEPT SS-ERRO
                           IF E-SIM
                               PERFORM 2500-CANCELA-SALDO
                               MOVE 'S' TO W-VAL-ENTRADA
                           END-IF
                           MOVE SPACES TO WS-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1100-ACS-CANCELAR-COMPRAX. EXIT.

      * -----------------------------------
      * RELATORIO DAS LINHAS DE COMPRA EM ABERTO, ORDENADO POR
      * FORNECEDOR OU POR DATA PREVISTA CONFORME A OPCAO, NA TELA E
      * EM <RELATORIO>_<AAAAMMDD>.TXT REGISTRADO NO SPOOL
       1200-REL-COMPRAS-ABERTAS SECTION.

           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 6 TO WS-NUML-CURR
           MOVE ZEROS TO WS-TOT-LINHAS WS-TOT-ATRASADAS

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING WS-ID-RELATORIO DELIMITED BY SPACE
                  "_" WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA

           OPEN OUTPUT ARQ-SAIDA

           DISPLAY SS-CLS
           DISPLAY WS-LINHA-CAB LINE 4 COLUMN 1

           MOVE WS-LINHA-CAB TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           MOVE "N" TO WS-FIM-SORT-FILE

           SORT SORT-FILE
               ASCENDING KEY SD-CHAVE-ORDEM
               ASCENDING KEY SD-NR-PEDIDO
               ASCENDING KEY SD-NR-SEQUENCIA
               INPUT PROCEDURE 1210-SORT-INPUT
               OUTPUT PROCEDURE 1220-SORT-OUTPUT

           MOVE WS-TOT-LINHAS    TO WS-TOT-LINHAS-L
           MOVE WS-TOT-ATRASADAS TO WS-TOT-ATRASADAS-L
           MOVE WS-LINHA-TOT TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           CLOSE ARQ-SAIDA
           PERFORM 8500-REGISTRA-SPOOL

           DISPLAY WS-LINHA-TOT LINE WS-NUML-CURR COLUMN 1

           MOVE "RELATORIO GERADO. EXC PARA RETORNAR." TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1200-REL-COMPRAS-ABERTASX. EXIT.

      * -----------------------------------
      * LIBERA PARA O SORT AS LINHAS ABERTAS DOS PEDIDOS PENDENTES
       1210-SORT-INPUT SECTION.

           PERFORM 5000-ABRIR-ARQUIVOS

           MOVE LOW-VALUES TO FS-CPI-KEY
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-CPI-OK

               IF FS-CPI-ABERTA
                   MOVE FS-CPI-NR-PEDIDO TO FS-CMP-NR-PEDIDO
                   READ ARQ-COMPRA
                   IF FS-STAT-CMP-OK AND FS-CMP-PENDENTE
                       IF E-REL-FORN
                           MOVE SPACES TO SD-CHAVE-ORDEM
                           STRING FS-CMP-CD-FORNECEDOR
                                  FS-CPI-DT-PREVISTA
                                  DELIMITED BY SIZE
                             INTO SD-CHAVE-ORDEM
                       ELSE
                           MOVE SPACES TO SD-CHAVE-ORDEM
                           STRING FS-CPI-DT-PREVISTA
                                  FS-CMP-CD-FORNECEDOR
                                  DELIMITED BY SIZE
                             INTO SD-CHAVE-ORDEM
                       END-IF
                       MOVE FS-CMP-CD-FORNECEDOR TO SD-CD-FORNECEDOR
                       MOVE FS-CPI-NR-PEDIDO     TO SD-NR-PEDIDO
                       MOVE FS-CPI-NR-SEQUENCIA  TO SD-NR-SEQUENCIA
                       MOVE FS-CPI-CD-PRODUTO    TO SD-CD-PRODUTO
                       MOVE FS-CPI-DT-PREVISTA   TO SD-DT-PREVISTA
                       MOVE FS-CPI-QT-PEDIDA     TO SD-QT-PEDIDA
                       MOVE FS-CPI-QT-RECEBIDA   TO SD-QT-RECEBIDA
                       RELEASE SORT-RECORD
                   END-IF
               END-IF

               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           PERFORM 7000-FECHA-ARQUIVOS.

       1210-SORT-INPUTX. EXIT.

      * -----------------------------------
      * MONTA A LINHA DO RELATORIO COM ATRASO E BACKORDER PENDENTE
       1220-SORT-OUTPUT SECTION.

           MOVE 'N' TO WS-BACKORDER-ABERTO
           OPEN INPUT ARQ-BACKORDER
           IF FS-STAT-BCK-OK
               MOVE 'S' TO WS-BACKORDER-ABERTO
           END-IF

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               IF SD-QT-RECEBIDA LESS SD-QT-PEDIDA
                   COMPUTE WS-QT-SALDO = SD-QT-PEDIDA - SD-QT-RECEBIDA
               ELSE
                   MOVE ZEROS TO WS-QT-SALDO
               END-IF

               MOVE ZEROS TO WS-QT-DIAS-ATRASO
               MOVE SPACES TO WS-REL-MARCA
               IF SD-DT-PREVISTA GREATER ZEROS AND
                  SD-DT-PREVISTA LESS WS-DT-HOJE
                   COMPUTE WS-QT-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                     - FUNCTION INTEGER-OF-DATE(SD-DT-PREVISTA)
                   MOVE "ATRASADO" TO WS-REL-MARCA
                   ADD 1 TO WS-TOT-ATRASADAS
               END-IF

               PERFORM 6300-SOMA-BACKORDER

               MOVE SD-CD-FORNECEDOR  TO WS-REL-FORNECEDOR
               MOVE SD-NR-PEDIDO      TO WS-REL-PEDIDO
               MOVE SD-NR-SEQUENCIA   TO WS-REL-SEQUENCIA
               MOVE SD-CD-PRODUTO     TO WS-REL-PRODUTO
               MOVE SD-DT-PREVISTA    TO WS-REL-PREVISTA
               MOVE SD-QT-PEDIDA      TO WS-REL-PEDIDA
               MOVE SD-QT-RECEBIDA    TO WS-REL-RECEBIDA
               MOVE WS-QT-SALDO       TO WS-REL-SALDO
               MOVE WS-QT-DIAS-ATRASO TO WS-REL-ATRASO
               MOVE WS-QT-BACKORDER   TO WS-REL-BACKORDER

               DISPLAY WS-LINHA-REL LINE WS-NUML-CURR COLUMN 1
               ADD 1 TO WS-NUML-CURR
               IF WS-NUML-CURR GREATER WS-NUML-ANT
                   MOVE 6 TO WS-NUML-CURR
               END-IF

               MOVE WS-LINHA-REL TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
               ADD 1 TO WS-TOT-LINHAS

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM

           IF E-BACKORDER-ABERTO
               CLOSE ARQ-BACKORDER
               MOVE 'N' TO WS-BACKORDER-ABERTO
           END-IF.

       1220-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * DIGITACAO DAS LINHAS DO PEDIDO DE COMPRA (EXC OU PRODUTO
      * ZERADO ENCERRA). CUSTO ZERADO ASSUME O CUSTO VIGENTE DO
      * PRODUTO; DATA PREVISTA ZERADA ASSUME A EMISSAO MAIS O PRAZO
      * DO FORNECEDOR
       2000-ACS-ITENS-COMPRA SECTION.

           MOVE ZEROS TO WS-QT-ITENS WS-VL-TOTAL-CMP
           MOVE 'N' TO WS-FIM-ITENS
           MOVE 1 TO WS-ITEM-IDX

           PERFORM UNTIL E-FIM-ITENS

               MOVE ZEROS TO WS-IT-CD-PRODUTO WS-IT-QT WS-IT-VL-CUSTO
                             WS-IT-DT-PREVISTA
               MOVE 'N' TO WS-PRODUTO-OK

               ACCEPT SS-TELA-ITEM

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO WS-FIM-ITENS
                   WHEN WS-IT-CD-PRODUTO EQUAL ZEROS
                       MOVE 'S' TO WS-FIM-ITENS
                   WHEN WS-IT-QT EQUAL ZEROS
                       MOVE "INFORMAR A QUANTIDADE DO ITEM"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 6600-VALIDA-PRODUTO
               END-EVALUATE

               IF PRODUTO-VALIDO AND NOT E-FIM-ITENS
                   IF WS-IT-VL-CUSTO EQUAL ZEROS
                       PERFORM 6645-BUSCA-CUSTO
                   END-IF
                   IF WS-IT-DT-PREVISTA EQUAL ZEROS
                       COMPUTE WS-IT-DT-PREVISTA =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(WS-DT-EMISSAO)
                               + WS-QT-PRAZO-DIAS)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-IT-VL-CUSTO EQUAL ZEROS
                           STRING
                             "SEM CUSTO VIGENTE - INFORMAR O CUSTO "
                             "ACORDADO" DELIMITED BY SIZE
                             INTO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN WS-IT-DT-PREVISTA LESS WS-DT-EMISSAO
                           MOVE "DATA PREVISTA ANTERIOR A EMISSAO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           PERFORM 2050-GRAVA-ITEM
                   END-EVALUATE
               END-IF

           END-PERFORM.

       2000-ACS-ITENS-COMPRAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DIGITADA EM ARQ-COMPITEM E ACUMULA OS TOTAIS
       2050-GRAVA-ITEM SECTION.

           MOVE WS-NR-PEDIDO      TO FS-CPI-NR-PEDIDO
           MOVE WS-ITEM-IDX       TO FS-CPI-NR-SEQUENCIA
           MOVE WS-IT-CD-PRODUTO  TO FS-CPI-CD-PRODUTO
           MOVE WS-IT-QT          TO FS-CPI-QT-PEDIDA
           MOVE ZEROS             TO FS-CPI-QT-RECEBIDA
                                     FS-CPI-DT-ULT-RECEB
           MOVE WS-IT-VL-CUSTO    TO FS-CPI-VL-CUSTO
           MOVE WS-IT-DT-PREVISTA TO FS-CPI-DT-PREVISTA
           MOVE "A"               TO FS-CPI-IND-SITUACAO

           WRITE ARQ-COMPITEM-REC
               INVALID KEY
                   REWRITE ARQ-COMPITEM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           COMPUTE WS-VL-TOTAL-CMP = WS-VL-TOTAL-CMP
               + (WS-IT-QT * WS-IT-VL-CUSTO)
           ADD 1 TO WS-QT-ITENS
           ADD 1 TO WS-ITEM-IDX.

       2050-GRAVA-ITEMX. EXIT.

      * -----------------------------------
      * CANCELA AS LINHAS ABERTAS E FECHA O CABECALHO DO PEDIDO
      * CORRENTE, COM REGISTRO NA AUDITORIA GERAL
       2500-CANCELA-SALDO SECTION.

           MOVE ZEROS TO WS-QT-RECEBIDA-PED

           MOVE WS-NR-PEDIDO TO FS-CPI-NR-PEDIDO
           MOVE ZEROS TO FS-CPI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-CPI-OK OR
                         FS-CPI-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
               ADD FS-CPI-QT-RECEBIDA TO WS-QT-RECEBIDA-PED
               IF FS-CPI-ABERTA
                   MOVE "X" TO FS-CPI-IND-SITUACAO
                   REWRITE ARQ-COMPITEM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           MOVE ARQ-COMPRA-REC TO LK-AGR-ANTES

           IF WS-QT-RECEBIDA-PED EQUAL ZEROS
               MOVE "X" TO FS-CMP-IND-SITUACAO
           ELSE
               MOVE "E" TO FS-CMP-IND-SITUACAO
           END-IF

           REWRITE ARQ-COMPRA-REC
               INVALID KEY
                   MOVE "ERRO AO CANCELAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-CMP-OK
               MOVE ARQ-COMPRA-REC TO LK-AGR-DEPOIS
               MOVE "COMPRA"       TO LK-AGR-ENTIDADE
               MOVE FS-CMP-NR-PEDIDO TO LK-AGR-CHAVE
               MOVE "CANCELA"      TO LK-AGR-OPERACAO
               MOVE LK-OPERADOR    TO LK-AGR-USUARIO
               CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

               MOVE "SALDO DO PEDIDO DE COMPRA CANCELADO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2500-CANCELA-SALDOX. EXIT.

      * -----------------------------------
      * REMOVE AS LINHAS DO PEDIDO CORRENTE QUANDO O CABECALHO NAO
      * PODE SER GRAVADO
       2900-LIMPA-ITENS SECTION.

           MOVE WS-NR-PEDIDO TO FS-CPI-NR-PEDIDO
           MOVE ZEROS TO FS-CPI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-CPI-OK OR
                         FS-CPI-NR-PEDIDO NOT EQUAL WS-NR-PEDIDO
               DELETE ARQ-COMPITEM
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       2900-LIMPA-ITENSX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE COMPRA PARA ENTRADA E SAIDA E OS
      * CADASTROS PARA CONSULTA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-COMPRA
           IF FS-STAT-CMP-NAO-EXISTE
               OPEN OUTPUT ARQ-COMPRA
               CLOSE ARQ-COMPRA
               OPEN I-O ARQ-COMPRA
           END-IF

           OPEN I-O ARQ-COMPITEM
           IF FS-STAT-CPI-NAO-EXISTE
               OPEN OUTPUT ARQ-COMPITEM
               CLOSE ARQ-COMPITEM
               OPEN I-O ARQ-COMPITEM
           END-IF

           OPEN INPUT ARQ-FORNECEDOR
           OPEN INPUT ARQ-PRODUTO

           MOVE 'N' TO WS-CUSTO-ABERTO
           OPEN INPUT ARQ-CUSTO
           IF FS-STAT-CUS-OK
               MOVE 'S' TO WS-CUSTO-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE COMPRA PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-COMPITEM KEY > FS-CPI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-CPI
               NOT INVALID KEY
                   READ ARQ-COMPITEM NEXT
                       AT END MOVE 99 TO FS-STAT-CPI
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * SOMA O FALTANTE PENDENTE EM BACKORDER DO PRODUTO DA LINHA
       6300-SOMA-BACKORDER SECTION.

           MOVE ZEROS TO WS-QT-BACKORDER

           IF E-BACKORDER-ABERTO
               MOVE LOW-VALUES TO FS-BCK-KEY
               PERFORM 6310-LE-PROX-BACKORDER

               PERFORM UNTIL NOT FS-STAT-BCK-OK
                   IF FS-BCK-PENDENTE AND
                      FS-BCK-CD-PRODUTO EQUAL SD-CD-PRODUTO
                       ADD FS-BCK-QT-PENDENTE TO WS-QT-BACKORDER
                   END-IF
                   PERFORM 6310-LE-PROX-BACKORDER
               END-PERFORM
           END-IF.

       6300-SOMA-BACKORDERX. EXIT.

      * -----------------------------------
      * LE O PROXIMO BACKORDER PELA CHAVE
       6310-LE-PROX-BACKORDER SECTION.

           START ARQ-BACKORDER KEY > FS-BCK-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-BCK
               NOT INVALID KEY
                   READ ARQ-BACKORDER NEXT
                       AT END MOVE 99 TO FS-STAT-BCK
                   END-READ
           END-START.

       6310-LE-PROX-BACKORDERX. EXIT.

      * -----------------------------------
      * VALIDA O CABECALHO: FORNECEDOR CADASTRADO E ATIVO
       6500-VALIDA-CABECALHO SECTION.

           MOVE 'N' TO WS-CABECALHO-OK

           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                   CONTINUE
               WHEN WS-NR-PEDIDO EQUAL ZEROS OR
                    WS-CD-FORNECEDOR EQUAL ZEROS OR
                    WS-DT-EMISSAO EQUAL ZEROS
                   STRING
                     "FAVOR INFORMAR Numero, Fornecedor "
                     "e Data" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE WS-CD-FORNECEDOR TO FS-FOR-CD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-FOR-OK
                           MOVE "FORNECEDOR NAO ENCONTRADO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-FOR-INATIVO
                           MOVE "FORNECEDOR INATIVO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE FS-FOR-QT-PRAZO-DIAS
                             TO WS-QT-PRAZO-DIAS
                           MOVE 'S' TO WS-CABECALHO-OK
                   END-EVALUATE
           END-EVALUATE.

       6500-VALIDA-CABECALHOX. EXIT.

      * -----------------------------------
      * VALIDA O PRODUTO DA LINHA (DEVE EXISTIR E ESTAR ATIVO)
       6600-VALIDA-PRODUTO SECTION.

           MOVE 'N' TO WS-PRODUTO-OK
           MOVE WS-IT-CD-PRODUTO TO FS-PRO-CD-PRODUTO

           READ ARQ-PRODUTO

           EVALUATE TRUE
               WHEN NOT FS-STAT-PRO-OK
                   MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN FS-PRO-INATIVO
                   MOVE "PRODUTO INATIVO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE 'S' TO WS-PRODUTO-OK
           END-EVALUATE.

       6600-VALIDA-PRODUTOX. EXIT.

      * -----------------------------------
      * BUSCA O CUSTO VIGENTE DO PRODUTO NA DATA DE EMISSAO
       6645-BUSCA-CUSTO SECTION.

           IF E-CUSTO-ABERTO
               MOVE WS-IT-CD-PRODUTO TO FS-CUS-CD-PRODUTO
               MOVE WS-DT-EMISSAO    TO FS-CUS-DT-VIGENCIA

               START ARQ-CUSTO KEY NOT GREATER FS-CUS-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-CUS
                   NOT INVALID KEY
                       READ ARQ-CUSTO NEXT
                           AT END MOVE 99 TO FS-STAT-CUS
                       END-READ
               END-START

               IF FS-STAT-CUS-OK AND
                  FS-CUS-CD-PRODUTO EQUAL WS-IT-CD-PRODUTO AND
                  FS-CUS-DT-VIGENCIA NOT GREATER WS-DT-EMISSAO
                   MOVE FS-CUS-VL-CUSTO TO WS-IT-VL-CUSTO
               END-IF
           END-IF.

       6645-BUSCA-CUSTOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE COMPRA E OS CADASTROS
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-COMPRA
           CLOSE ARQ-COMPITEM
           CLOSE ARQ-FORNECEDOR
           CLOSE ARQ-PRODUTO

           IF E-CUSTO-ABERTO
               CLOSE ARQ-CUSTO
               MOVE 'N' TO WS-CUSTO-ABERTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

           MOVE WS-ID-RELATORIO TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_COMPRA" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_MENU_COMPRA.
