      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Pedidos Programados (Programacao de Pedido do Cliente)
      * Tectonics: cobc
      ******************************************************************
      * MANTEM AS PROGRAMACOES DE PEDIDO DOS CLIENTES QUE COMPRAM
      * SEMPRE O MESMO MIX (CABECALHO EM ARQ-PROGRAMADO, PRODUTOS E
      * QUANTIDADES EM ARQ-PRGITEM). OS PEDIDOS REAIS SAO GERADOS
      * PELA ROTINA BATCH CBL_GERA_PROGRAMADO:
      *   01 - INCLUIR PROGRAMACAO (CLIENTE, CONDICAO DE PAGAMENTO,
      *        FREQUENCIA S/Q/M, DIA DA SEMANA DA ENTREGA, INICIO E
      *        FIM, E AS LINHAS DE PRODUTO E QUANTIDADE)
      *   02 - ALTERAR PROGRAMACAO (CABECALHO E, OPCIONALMENTE, A
      *        REDIGITACAO DAS LINHAS)
      *   03 - CANCELAR PROGRAMACAO
      * AS OPERACOES FICAM NA AUDITORIA GERAL (ENTIDADE PROGRAMADO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_PROGRAMADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PROGRAMADO ASSIGN TO DISK WID-ARQ-PROGRAMADO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRG.

           SELECT ARQ-PRGITEM ASSIGN TO DISK WID-ARQ-PRGITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PGI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PGI.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CPG-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CPG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROGRAMADO.

       COPY FS-ARQ-PROGRAMADO.

       FD ARQ-PRGITEM.

       COPY FS-ARQ-PRGITEM.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-CONDPAG.

       COPY FS-ARQ-CONDPAG.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR     VALUE IS "1".
           88 E-ALTERAR     VALUE IS "2".
           88 E-CANCELAR    VALUE IS "3".
           88 E-ENCERRAR    VALUE IS "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "3" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-PRG PIC 9(02).
           88 FS-STAT-PRG-OK         VALUE 00.
           88 FS-STAT-PRG-NAO-EXISTE VALUE 35.

       77 FS-STAT-PGI PIC 9(02).
           88 FS-STAT-PGI-OK         VALUE 00.
           88 FS-STAT-PGI-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.
           88 FS-STAT-PRO-NAO-EXISTE VALUE 35.

       77 FS-STAT-CPG PIC 9(02).
           88 FS-STAT-CPG-OK         VALUE 00.
           88 FS-STAT-CPG-NAO-EXISTE VALUE 35.

       77 WS-CONDPAG-ABERTO PIC X VALUE 'N'.
           88 E-CONDPAG-ABERTO VALUE 'S'.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       77 WS-NR-PROGRAMADO PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE    PIC 9(007) VALUE ZEROS.
       77 WS-CD-CONDPAG    PIC 9(003) VALUE ZEROS.
       77 WS-TP-FREQUENCIA PIC X(001) VALUE "S".
           88 E-FREQ-VALIDA VALUES ARE "S" "Q" "M".
       77 WS-NR-DIA-SEMANA PIC 9(001) VALUE ZEROS.
           88 E-DIA-VALIDO  VALUES ARE 1 THRU 7.
       77 WS-DT-INICIO     PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM        PIC 9(008) VALUE ZEROS.

       77 WS-CABECALHO-OK PIC X VALUE 'N'.
           88 CABECALHO-VALIDO VALUE 'S'.

       77 WS-PRODUTO-OK PIC X VALUE 'N'.
           88 PRODUTO-VALIDO VALUE 'S'.

      * LINHAS DIGITADAS FICAM NA TABELA ATE A CONFIRMACAO DO
      * CABECALHO; SO ENTAO SUBSTITUEM AS LINHAS GRAVADAS
       01 WS-TAB-ITENS.
           05 WS-TIT-LINHA OCCURS 100 TIMES.
               10 WS-TIT-CD-PRODUTO PIC 9(007).
               10 WS-TIT-QT         PIC 9(005).
       77 WS-MAX-ITENS      PIC 9(003) VALUE 100.

       77 WS-ITEM-IDX       PIC 9(003) VALUE ZEROS.
       77 WS-IT-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-IT-QT          PIC 9(005) VALUE ZEROS.
       77 WS-QT-ITENS       PIC 9(003) VALUE ZEROS.
       77 WS-FIM-ITENS      PIC X VALUE 'N'.
           88 E-FIM-ITENS VALUE 'S'.
       77 WS-REDIGITA       PIC X VALUE 'N'.
           88 E-REDIGITA VALUE 'S'.

       77 WS-AUD-OPER    PIC X(010) VALUE SPACES.

       COPY CPY_ID_ARQ_PROGRAMADO.
       COPY CPY_ID_ARQ_PRGITEM.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_CONDPAG.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

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
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR PROGRAMACAO".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR PROGRAMACAO".
           05 LINE 09 COLUMN 15 VALUE "03 - CANCELAR PROGRAMACAO".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-PROGRAMADO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 08 VALUE "Nr Programacao:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PROGRAMADO
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 07 COLUMN 11 VALUE "Cod Cliente:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE.
               10 LINE 08 COLUMN 08 VALUE "Cond Pagamento:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-CONDPAG.
               10 LINE 09 COLUMN 04 VALUE "Frequencia (S/Q/M):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-FREQUENCIA.
               10 COLUMN PLUS 2 VALUE
                  "S=SEMANAL Q=QUINZENAL M=MENSAL".
               10 LINE 10 COLUMN 09 VALUE "Dia da Semana:".
               10 COLUMN PLUS 2 PIC 9(01) USING WS-NR-DIA-SEMANA.
               10 COLUMN PLUS 2 VALUE "1=SEG 2=TER ... 6=SAB 7=DOM".
               10 LINE 11 COLUMN 04 VALUE "Inicio (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INICIO.
               10 LINE 12 COLUMN 07 VALUE "Fim (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.
               10 COLUMN PLUS 2 VALUE "ZERO = SEM FIM".

       01 SS-TELA-ITEM.
           05 LINE 14 COLUMN 14 VALUE "Item No:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-ITEM-IDX.
           05 LINE 15 COLUMN 11 VALUE "Cd Produto:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-IT-CD-PRODUTO.
           05 LINE 16 COLUMN 11 VALUE "Quantidade:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-IT-QT.

       01 SS-TELA-TOTAL.
           05 LINE 18 COLUMN 11 VALUE "Qtde Itens:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-QT-ITENS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PROGRAMADO
           END-IF
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PRGITEM
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-PROGRAMADO TO WNM-PATH-CONDPAG

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PROGRAMADO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL E-ENCERRAR
               MOVE "PEDIDOS PROGRAMADOS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-PROGRAMADO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-PROGRAMADO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CANCELAR
                       PERFORM 1200-ACS-CANCELAR-PROGRAMADO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI PROGRAMACAO (NUMERO DE CBL_PROXIMO_CODIGO)
       1000-ACS-INCLUIR-PROGRAMADO SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE 'N' TO WS-REDIGITA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-PROGRAMADO-REC
           MOVE ZEROS TO WS-NR-PROGRAMADO WS-CD-CLIENTE WS-CD-CONDPAG
                         WS-NR-DIA-SEMANA WS-DT-FIM
           MOVE "S" TO WS-TP-FREQUENCIA
           MOVE WS-DT-HOJE TO WS-DT-INICIO

           MOVE "PROGRAMADO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           IF LK-CTL-RC-OK
               MOVE LK-CTL-CODIGO TO WS-NR-PROGRAMADO
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-PROGRAMADO

               PERFORM 6500-VALIDA-CABECALHO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN CABECALHO-VALIDO
                        MOVE WS-NR-PROGRAMADO TO FS-PRG-NR-PROGRAMADO
                        READ ARQ-PROGRAMADO
                        IF FS-STAT-PRG-OK
                            MOVE "PROGRAMACAO JA EXISTE" TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                        ELSE
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               PERFORM 2000-ACS-ITENS-PROGRAMADO

               IF WS-QT-ITENS GREATER ZEROS
                   MOVE SPACES TO ARQ-PROGRAMADO-REC
                   PERFORM 2100-MOVE-CABECALHO
                   MOVE "A"   TO FS-PRG-IND-SITUACAO
                   MOVE ZEROS TO FS-PRG-DT-ULT-ENTREGA
                                 FS-PRG-NR-ULT-PEDIDO

                   WRITE ARQ-PROGRAMADO-REC
                   INVALID KEY
                       MOVE "PROGRAMACAO JA EXISTE" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-WRITE

                   IF FS-STAT-PRG-OK
                       PERFORM 2050-GRAVA-ITENS

                       MOVE "PROGRAMADO" TO LK-CTL-ENTIDADE
                       MOVE "A" TO LK-CTL-FUNCAO
                       MOVE WS-NR-PROGRAMADO TO LK-CTL-CODIGO
                       CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                       MOVE SPACES TO LK-AGR-ANTES
                       MOVE "INCLUSAO" TO WS-AUD-OPER
                       PERFORM 8700-AUDITA-PROGRAMADO

                       DISPLAY SS-TELA-TOTAL
                       MOVE "PROGRAMACAO ADICIONADA COM SUCESSO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               ELSE
                   MOVE "PROGRAMACAO SEM ITENS, NAO GRAVADA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQUIVOS.

       1000-ACS-INCLUIR-PROGRAMADOX. EXIT.

      * -----------------------------------
      * ALTERA O CABECALHO DA PROGRAMACAO ATIVA E, SE PEDIDO, TROCA
      * AS LINHAS PELAS REDIGITADAS (SEM LINHA NOVA FICAM AS ATUAIS)
       1100-ACS-ALTERAR-PROGRAMADO SECTION.

           MOVE "02 - ALTERACAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE ZEROS TO WS-NR-PROGRAMADO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-CHAVE

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-NR-PROGRAMADO TO FS-PRG-NR-PROGRAMADO
                   READ ARQ-PROGRAMADO

                   EVALUATE TRUE
                       WHEN NOT FS-STAT-PRG-OK
                           MOVE "PROGRAMACAO NAO ENCONTRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-PRG-CANCELADO
                           MOVE "PROGRAMACAO CANCELADA" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           PERFORM 2200-CARREGA-CABECALHO
                           PERFORM 1150-ALTERA-DADOS
                           MOVE 'S' TO W-VAL-ENTRADA
                   END-EVALUATE
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1100-ACS-ALTERAR-PROGRAMADOX. EXIT.

      * -----------------------------------
      * REDIGITA O CABECALHO DA PROGRAMACAO LIDA, OFERECE A
      * REDIGITACAO DAS LINHAS E REGRAVA
       1150-ALTERA-DADOS SECTION.

           MOVE 'N' TO WS-CABECALHO-OK

           PERFORM
             UNTIL CABECALHO-VALIDO OR
                   COB-CRT-STATUS EQUAL COB-SCR-ESC
               DISPLAY SS-CLS
               DISPLAY SS-CHAVE
               ACCEPT SS-DADOS
               PERFORM 6500-VALIDA-CABECALHO
           END-PERFORM

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1150-ALTERA-DADOSX
           END-IF

           MOVE 'N' TO WS-REDIGITA
           MOVE ZEROS TO WS-QT-ITENS
           MOVE SPACES TO WS-ERRO
           MOVE "REDIGITAR OS PRODUTOS DA PROGRAMACAO (S/N)?"
             TO WS-MSGERRO
           ACCEPT SS-ERRO
           IF E-SIM
               MOVE 'S' TO WS-REDIGITA
               PERFORM 2000-ACS-ITENS-PROGRAMADO
           END-IF
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO LK-AGR-ANTES
           MOVE ARQ-PROGRAMADO-REC TO LK-AGR-ANTES

           PERFORM 2100-MOVE-CABECALHO

           REWRITE ARQ-PROGRAMADO-REC
               INVALID KEY
                   MOVE "ERRO AO ALTERAR PROGRAMACAO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-PRG-OK
               IF E-REDIGITA AND WS-QT-ITENS GREATER ZEROS
                   PERFORM 2900-LIMPA-ITENS
                   PERFORM 2050-GRAVA-ITENS
               END-IF

               MOVE "ALTERACAO" TO WS-AUD-OPER
               PERFORM 8700-AUDITA-PROGRAMADO

               MOVE "PROGRAMACAO ALTERADA COM SUCESSO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1150-ALTERA-DADOSX. EXIT.

      * -----------------------------------
      * CANCELA A PROGRAMACAO; OS PEDIDOS JA GERADOS NAO SAO TOCADOS
       1200-ACS-CANCELAR-PROGRAMADO SECTION.

           MOVE "03 - CANCELAMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE ZEROS TO WS-NR-PROGRAMADO

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-CHAVE

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-NR-PROGRAMADO TO FS-PRG-NR-PROGRAMADO
                   READ ARQ-PROGRAMADO

                   EVALUATE TRUE
                       WHEN NOT FS-STAT-PRG-OK
                           MOVE "PROGRAMACAO NAO ENCONTRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-PRG-CANCELADO
                           MOVE "PROGRAMACAO JA CANCELADA" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           PERFORM 2200-CARREGA-CABECALHO
                           DISPLAY SS-DADOS
                           MOVE SPACES TO WS-ERRO
                           MOVE "CONFIRMA O CANCELAMENTO (S/N)?"
                             TO WS-MSGERRO
                           ACCEPT SS-ERRO
                           IF E-SIM
                               PERFORM 2500-CANCELA-PROGRAMADO
                               MOVE 'S' TO W-VAL-ENTRADA
                           END-IF
                           MOVE SPACES TO WS-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1200-ACS-CANCELAR-PROGRAMADOX. EXIT.

      * -----------------------------------
      * DIGITACAO DAS LINHAS DA PROGRAMACAO NA TABELA (EXC OU
      * PRODUTO ZERADO ENCERRA)
       2000-ACS-ITENS-PROGRAMADO SECTION.

           MOVE ZEROS TO WS-QT-ITENS
           MOVE 'N' TO WS-FIM-ITENS
           MOVE 1 TO WS-ITEM-IDX

           PERFORM UNTIL E-FIM-ITENS

               MOVE ZEROS TO WS-IT-CD-PRODUTO WS-IT-QT
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
                   MOVE WS-IT-CD-PRODUTO
                     TO WS-TIT-CD-PRODUTO(WS-ITEM-IDX)
                   MOVE WS-IT-QT TO WS-TIT-QT(WS-ITEM-IDX)
                   ADD 1 TO WS-QT-ITENS
                   ADD 1 TO WS-ITEM-IDX
                   IF WS-QT-ITENS NOT LESS WS-MAX-ITENS
                       MOVE "LIMITE DE ITENS DA PROGRAMACAO ATINGIDO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 'S' TO WS-FIM-ITENS
                   END-IF
               END-IF

           END-PERFORM.

       2000-ACS-ITENS-PROGRAMADOX. EXIT.

      * -----------------------------------
      * GRAVA AS LINHAS DA TABELA EM ARQ-PRGITEM
       2050-GRAVA-ITENS SECTION.

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX GREATER WS-QT-ITENS
               MOVE WS-NR-PROGRAMADO TO FS-PGI-NR-PROGRAMADO
               MOVE WS-ITEM-IDX      TO FS-PGI-NR-SEQUENCIA
               MOVE WS-TIT-CD-PRODUTO(WS-ITEM-IDX)
                 TO FS-PGI-CD-PRODUTO
               MOVE WS-TIT-QT(WS-ITEM-IDX) TO FS-PGI-QT

               WRITE ARQ-PRGITEM-REC
                   INVALID KEY
                       REWRITE ARQ-PRGITEM-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-PERFORM.

       2050-GRAVA-ITENSX. EXIT.

      * -----------------------------------
      * MOVE OS CAMPOS DA TELA PARA O REGISTRO DA PROGRAMACAO (A
      * QUANTIDADE DE ITENS SO MUDA QUANDO HA LINHAS DIGITADAS)
       2100-MOVE-CABECALHO SECTION.

           MOVE WS-NR-PROGRAMADO TO FS-PRG-NR-PROGRAMADO
           MOVE WS-CD-CLIENTE    TO FS-PRG-CD-CLIENTE
           MOVE WS-CD-CONDPAG    TO FS-PRG-CD-CONDPAG
           MOVE WS-TP-FREQUENCIA TO FS-PRG-TP-FREQUENCIA
           MOVE WS-NR-DIA-SEMANA TO FS-PRG-NR-DIA-SEMANA
           MOVE WS-DT-INICIO     TO FS-PRG-DT-INICIO
           MOVE WS-DT-FIM        TO FS-PRG-DT-FIM
           MOVE LK-OPERADOR      TO FS-PRG-ID-OPERADOR

           IF WS-QT-ITENS GREATER ZEROS
               MOVE WS-QT-ITENS TO FS-PRG-QT-ITENS
           END-IF.

       2100-MOVE-CABECALHOX. EXIT.

      * -----------------------------------
      * CARREGA NA TELA OS CAMPOS DA PROGRAMACAO LIDA
       2200-CARREGA-CABECALHO SECTION.

           MOVE FS-PRG-CD-CLIENTE    TO WS-CD-CLIENTE
           MOVE FS-PRG-CD-CONDPAG    TO WS-CD-CONDPAG
           MOVE FS-PRG-TP-FREQUENCIA TO WS-TP-FREQUENCIA
           MOVE FS-PRG-NR-DIA-SEMANA TO WS-NR-DIA-SEMANA
           MOVE FS-PRG-DT-INICIO     TO WS-DT-INICIO
           MOVE FS-PRG-DT-FIM        TO WS-DT-FIM.

       2200-CARREGA-CABECALHOX. EXIT.

      * -----------------------------------
      * MARCA A PROGRAMACAO CORRENTE COMO CANCELADA, COM REGISTRO NA
      * AUDITORIA GERAL
       2500-CANCELA-PROGRAMADO SECTION.

           MOVE SPACES TO LK-AGR-ANTES
           MOVE ARQ-PROGRAMADO-REC TO LK-AGR-ANTES

           MOVE "X" TO FS-PRG-IND-SITUACAO
           MOVE LK-OPERADOR TO FS-PRG-ID-OPERADOR

           REWRITE ARQ-PROGRAMADO-REC
               INVALID KEY
                   MOVE "ERRO AO CANCELAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-PRG-OK
               MOVE "CANCELA" TO WS-AUD-OPER
               PERFORM 8700-AUDITA-PROGRAMADO

               MOVE "PROGRAMACAO CANCELADA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2500-CANCELA-PROGRAMADOX. EXIT.

      * -----------------------------------
      * REMOVE AS LINHAS GRAVADAS DA PROGRAMACAO CORRENTE
       2900-LIMPA-ITENS SECTION.

           MOVE WS-NR-PROGRAMADO TO FS-PGI-NR-PROGRAMADO
           MOVE ZEROS TO FS-PGI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-PGI-OK OR
                         FS-PGI-NR-PROGRAMADO NOT EQUAL
                         WS-NR-PROGRAMADO
               DELETE ARQ-PRGITEM
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       2900-LIMPA-ITENSX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA PROGRAMACAO PARA ENTRADA E SAIDA E OS
      * CADASTROS PARA CONSULTA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-PROGRAMADO
           IF FS-STAT-PRG-NAO-EXISTE
               OPEN OUTPUT ARQ-PROGRAMADO
               CLOSE ARQ-PROGRAMADO
               OPEN I-O ARQ-PROGRAMADO
           END-IF

           OPEN I-O ARQ-PRGITEM
           IF FS-STAT-PGI-NAO-EXISTE
               OPEN OUTPUT ARQ-PRGITEM
               CLOSE ARQ-PRGITEM
               OPEN I-O ARQ-PRGITEM
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO

           MOVE 'N' TO WS-CONDPAG-ABERTO
           OPEN INPUT ARQ-CONDPAG
           IF FS-STAT-CPG-OK
               MOVE 'S' TO WS-CONDPAG-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE PROGRAMACAO PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-PRGITEM KEY > FS-PGI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-PGI
               NOT INVALID KEY
                   READ ARQ-PRGITEM NEXT
                       AT END MOVE 99 TO FS-STAT-PGI
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * VALIDA O CABECALHO: CLIENTE CADASTRADO E ATIVO, FREQUENCIA,
      * DIA DA SEMANA, PERIODO E CONDICAO DE PAGAMENTO
       6500-VALIDA-CABECALHO SECTION.

           MOVE 'N' TO WS-CABECALHO-OK

           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                   CONTINUE
               WHEN WS-NR-PROGRAMADO EQUAL ZEROS OR
                    WS-CD-CLIENTE EQUAL ZEROS OR
                    WS-DT-INICIO EQUAL ZEROS
                   STRING
                     "FAVOR INFORMAR Numero, Cliente "
                     "e Inicio" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT E-FREQ-VALIDA
                   MOVE "FREQUENCIA DEVE SER S, Q OU M" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT E-DIA-VALIDO
                   MOVE "DIA DA SEMANA DEVE SER DE 1 A 7" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DT-INICIO)
                    NOT EQUAL ZEROS
                   MOVE "DATA DE INICIO INVALIDA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-DT-FIM NOT EQUAL ZEROS AND
                    (FUNCTION TEST-DATE-YYYYMMDD(WS-DT-FIM)
                     NOT EQUAL ZEROS OR
                     WS-DT-FIM LESS WS-DT-INICIO)
                   MOVE "DATA DE FIM INVALIDA OU ANTERIOR AO INICIO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
                   READ ARQ-CLIENTE
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-CLI-OK
                           MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-CLI-INATIVO
                           MOVE "CLIENTE INATIVO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           PERFORM 6550-VALIDA-CONDPAG
                   END-EVALUATE
           END-EVALUATE.

       6500-VALIDA-CABECALHOX. EXIT.

      * -----------------------------------
      * VALIDA A CONDICAO DE PAGAMENTO QUANDO INFORMADA (ZERO
      * MANTEM O PRAZO UNICO HISTORICO DA GERACAO DE TITULOS)
       6550-VALIDA-CONDPAG SECTION.

           EVALUATE TRUE
               WHEN WS-CD-CONDPAG EQUAL ZEROS
                   MOVE 'S' TO WS-CABECALHO-OK
               WHEN NOT E-CONDPAG-ABERTO
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE WS-CD-CONDPAG TO FS-CPG-CD-CONDICAO
                   READ ARQ-CONDPAG
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-CPG-OK
                           MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-CPG-INATIVA
                           MOVE "CONDICAO DE PAGAMENTO INATIVA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE 'S' TO WS-CABECALHO-OK
                   END-EVALUATE
           END-EVALUATE.

       6550-VALIDA-CONDPAGX. EXIT.

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
      * FECHA OS ARQUIVOS DA PROGRAMACAO E OS CADASTROS
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-PROGRAMADO
           CLOSE ARQ-PRGITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO

           IF E-CONDPAG-ABERTO
               CLOSE ARQ-CONDPAG
               MOVE 'N' TO WS-CONDPAG-ABERTO
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA NA AUDITORIA GERAL A OPERACAO NA PROGRAMACAO
      * (IMAGEM ANTERIOR JA CARREGADA EM LK-AGR-ANTES)
       8700-AUDITA-PROGRAMADO SECTION.

           MOVE SPACES TO LK-AGR-DEPOIS
           MOVE ARQ-PROGRAMADO-REC TO LK-AGR-DEPOIS
           MOVE "PROGRAMADO" TO LK-AGR-ENTIDADE
           MOVE SPACES TO LK-AGR-CHAVE
           MOVE FS-PRG-KEY TO LK-AGR-CHAVE
           MOVE WS-AUD-OPER TO LK-AGR-OPERACAO
           MOVE LK-OPERADOR TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8700-AUDITA-PROGRAMADOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_PROGRAMADO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_PROGRAMADO.
