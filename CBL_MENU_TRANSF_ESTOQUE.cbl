      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Transferencias de Estoque entre Depositos
      * Tectonics: cobc
      ******************************************************************
      * MOVIMENTA MERCADORIA ENTRE DEPOSITOS COM DOCUMENTO PROPRIO
      * (CABECALHO EM ARQ-TRANSF, LINHAS EM ARQ-TRFITEM):
      *   01 - EMITIR TRANSFERENCIA: CADA PRODUTO DIGITADO SAI NA HORA
      *        DO SALDO DISPONIVEL DA ORIGEM (KARDEX "S", MOTIVO "TR")
      *        CONSUMINDO OS LOTES PELA VALIDADE; CADA LOTE CONSUMIDO
      *        VIRA UMA LINHA DA TRANSFERENCIA, QUE FICA EM TRANSITO
      *   02 - RECEBER TRANSFERENCIA: ENTRA NO SALDO DO DESTINO
      *        (KARDEX "E", MOTIVO "TR") E RECRIA OS LOTES LA
      *   03 - CANCELAR TRANSFERENCIA EM TRANSITO: DEVOLVE SALDO E
      *        LOTES A ORIGEM (KARDEX "E", MOTIVO "TC")
      *   04 - TRANSFERENCIAS EM TRANSITO, COM OS DIAS DESDE A EMISSAO,
      *        EM TRANSF_TRANSITO_<AAAAMMDD>.TXT REGISTRADO NO SPOOL
      * O NUMERO DO DOCUMENTO VEM DE CBL_PROXIMO_CODIGO (ENTIDADE
      * "TRANSF") E VAI COMO DOCUMENTO DOS MOVIMENTOS NO KARDEX.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_TRANSF_ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-TRANSF ASSIGN TO DISK WID-ARQ-TRANSF
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-TRF-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-TRF.

           SELECT ARQ-TRFITEM ASSIGN TO DISK WID-ARQ-TRFITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-TRI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-TRI.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

           SELECT ARQ-MOVESTOQUE ASSIGN TO DISK WID-ARQ-MOVESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOV.

           SELECT ARQ-LOTE ASSIGN TO DISK WID-ARQ-LOTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-LOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-LOT.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-DEPOSITO ASSIGN TO DISK WID-ARQ-DEPOSITO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-DEP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEP.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TRANSF.

       COPY FS-ARQ-TRANSF.

       FD ARQ-TRFITEM.

       COPY FS-ARQ-TRFITEM.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       FD ARQ-MOVESTOQUE.

       COPY FS-ARQ-MOVESTOQUE.

       FD ARQ-LOTE.

       COPY FS-ARQ-LOTE.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-DEPOSITO.

       COPY FS-ARQ-DEPOSITO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-EMITIR      VALUE IS "1".
           88 E-RECEBER     VALUE IS "2".
           88 E-CANCELAR    VALUE IS "3".
           88 E-REL-TRANSITO VALUE IS "4".
           88 E-ENCERRAR    VALUE IS "X" "x".
           88 E-OPCAO-OK    VALUES ARE "1" "2" "3" "4" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-TRF PIC 9(02).
           88 FS-STAT-TRF-OK         VALUE 00.
           88 FS-STAT-TRF-NAO-EXISTE VALUE 35.

       77 FS-STAT-TRI PIC 9(02).
           88 FS-STAT-TRI-OK         VALUE 00.
           88 FS-STAT-TRI-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 FS-STAT-MOV PIC 9(02).
           88 FS-STAT-MOV-OK         VALUE 00.
           88 FS-STAT-MOV-NAO-EXISTE VALUE 35.

       77 FS-STAT-LOT PIC 9(02).
           88 FS-STAT-LOT-OK         VALUE 00.
           88 FS-STAT-LOT-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-DEP PIC 9(02).
           88 FS-STAT-DEP-OK         VALUE 00.

       77 WS-DEPOSITO-ABERTO PIC X VALUE 'N'.
           88 E-DEPOSITO-ABERTO VALUE 'S'.

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
       77 WS-HR-AGORA PIC 9(006) VALUE ZEROS.
       77 WS-HORA-BUFFER PIC 9(008) VALUE ZEROS.
       77 WS-NR-SEQ PIC 9(003) VALUE ZEROS.

       77 WS-NR-TRANSF      PIC 9(007) VALUE ZEROS.
       77 WS-CD-ORIGEM      PIC 9(003) VALUE ZEROS.
       77 WS-CD-DESTINO     PIC 9(003) VALUE ZEROS.
       77 WS-DT-EMISSAO     PIC 9(008) VALUE ZEROS.
       77 WS-DS-ORIGEM      PIC X(030) VALUE SPACES.
       77 WS-DS-DESTINO     PIC X(030) VALUE SPACES.
       77 WS-CD-DEPOSITO-PADRAO PIC 9(003) VALUE ZEROS.

      * DEPOSITO A VALIDAR E SEU NOME
       77 WS-CD-DEPOSITO    PIC 9(003) VALUE ZEROS.
       77 WS-DS-DEPOSITO    PIC X(030) VALUE SPACES.
       77 WS-DEPOSITO-OK    PIC X VALUE 'N'.
           88 DEPOSITO-VALIDO VALUE 'S'.

       77 WS-CABECALHO-OK PIC X VALUE 'N'.
           88 CABECALHO-VALIDO VALUE 'S'.

      * LINHAS DA TRANSFERENCIA
       77 WS-ITEM-IDX       PIC 9(003) VALUE ZEROS.
       77 WS-IT-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-IT-QT          PIC 9(005) VALUE ZEROS.
       77 WS-QT-ITENS       PIC 9(003) VALUE ZEROS.
       77 WS-QT-PRODUTOS    PIC 9(003) VALUE ZEROS.
       77 WS-QT-DISPONIVEL  PIC S9(007) VALUE ZEROS.
       77 WS-QT-RESTANTE    PIC 9(005) VALUE ZEROS.
       77 WS-QT-LOTE        PIC 9(005) VALUE ZEROS.
       77 WS-FIM-ITENS      PIC X VALUE 'N'.
           88 E-FIM-ITENS VALUE 'S'.

      * LANCAMENTO NO SALDO / KARDEX
       77 WS-MOV-DEPOSITO   PIC 9(003) VALUE ZEROS.
       77 WS-MOV-PRODUTO    PIC 9(007) VALUE ZEROS.
       77 WS-MOV-QT         PIC 9(005) VALUE ZEROS.
       77 WS-MOV-TIPO       PIC X(001) VALUE SPACES.
       77 WS-MOV-MOTIVO     PIC X(002) VALUE SPACES.

      * RELATORIO DE TRANSFERENCIAS EM TRANSITO
       77 WS-QT-DIAS        PIC 9(005) VALUE ZEROS.
       77 WS-TOT-TRANSF     PIC 9(005) VALUE ZEROS.
       77 WS-ID-RELATORIO   PIC X(020) VALUE SPACES.

       01 WS-LINHA-CAB.
           05 FILLER PIC X(053) VALUE
              "TRANSF |ORI|DES|EMISSAO |DIAS |SQ |PRODUTO|LOTE      ".
           05 FILLER PIC X(010) VALUE
              "|QTDE ".

       01 WS-LINHA-REL.
           05 WS-REL-TRANSF     PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-ORIGEM     PIC 9(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-DESTINO    PIC 9(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-EMISSAO    PIC 9(008).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-DIAS       PIC ZZZZ9.
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-SEQUENCIA  PIC 9(003).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-PRODUTO    PIC 9(007).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-LOTE       PIC X(010).
           05 FILLER            PIC X(001) VALUE "|".
           05 WS-REL-QT         PIC ZZZZ9.

       01 WS-LINHA-TOT.
           05 FILLER            PIC X(026) VALUE
              "TRANSFERENCIAS EM TRANSITO".
           05 FILLER            PIC X(002) VALUE ": ".
           05 WS-TOT-TRANSF-L   PIC ZZZZ9.

       COPY CPY_ID_ARQ_TRANSF.
       COPY CPY_ID_ARQ_TRFITEM.
       COPY CPY_ID_ARQ_ESTOQUE.
       COPY CPY_ID_ARQ_MOVESTOQUE.
       COPY CPY_ID_ARQ_LOTE.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_DEPOSITO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

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
           05 LINE 07 COLUMN 15 VALUE "01 - EMITIR TRANSFERENCIA".
           05 LINE 08 COLUMN 15 VALUE "02 - RECEBER TRANSFERENCIA".
           05 LINE 09 COLUMN 15 VALUE "03 - CANCELAR TRANSFERENCIA".
           05 LINE 10 COLUMN 15 VALUE "04 - EM TRANSITO".
           05 LINE 12 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-TRANSF.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 06 VALUE "Numero Transferencia:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-NR-TRANSF
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE "Deposito Origem:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-ORIGEM.
               10 COLUMN PLUS 2 PIC X(30) FROM WS-DS-ORIGEM.
               10 LINE 10 COLUMN 09 VALUE "Deposito Destino:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-DESTINO.
               10 COLUMN PLUS 2 PIC X(30) FROM WS-DS-DESTINO.
               10 LINE 11 COLUMN 02 VALUE "Data Emissao(AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-EMISSAO.

       01 SS-TELA-ITEM.
           05 LINE 13 COLUMN 14 VALUE "Item No:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-ITEM-IDX.
           05 LINE 14 COLUMN 11 VALUE "Cd Produto:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-IT-CD-PRODUTO.
           05 LINE 15 COLUMN 11 VALUE "Quantidade:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-IT-QT.

       01 SS-TELA-TOTAL.
           05 LINE 17 COLUMN 09 VALUE "Qtde Produtos:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-QT-PRODUTOS.
           05 LINE 18 COLUMN 06 VALUE "Linhas (por lote):".
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
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-TRANSF
           END-IF
           MOVE WNM-PATH-TRANSF TO WNM-PATH-TRFITEM
           MOVE WNM-PATH-TRANSF TO WNM-PATH-ESTOQUE
           MOVE WNM-PATH-TRANSF TO WNM-PATH-MOVESTOQUE
           MOVE WNM-PATH-TRANSF TO WNM-PATH-LOTE
           MOVE WNM-PATH-TRANSF TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-TRANSF TO WNM-PATH-DEPOSITO

           MOVE SPACES TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO-PADRAO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-TRANSF.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM UNTIL E-ENCERRAR
               MOVE "TRANSFERENCIAS DE ESTOQUE" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-EMITIR
                       PERFORM 1000-ACS-EMITIR-TRANSF
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-RECEBER
                       MOVE "02 - RECEBIMENTO" TO WS-OP
                       PERFORM 1100-ACS-BAIXAR-TRANSF
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CANCELAR
                       MOVE "03 - CANCELAMENTO" TO WS-OP
                       PERFORM 1100-ACS-BAIXAR-TRANSF
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REL-TRANSITO
                       PERFORM 1200-REL-EM-TRANSITO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * EMITE A TRANSFERENCIA (NUMERO DE CBL_PROXIMO_CODIGO); CADA
      * PRODUTO DIGITADO JA SAI DA ORIGEM
       1000-ACS-EMITIR-TRANSF SECTION.

           MOVE "01 - EMISSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-TRANSF-REC
           MOVE ZEROS TO WS-NR-TRANSF WS-CD-DESTINO
           MOVE WS-CD-DEPOSITO-PADRAO TO WS-CD-ORIGEM
           MOVE SPACES TO WS-DS-ORIGEM WS-DS-DESTINO
           MOVE WS-DT-HOJE TO WS-DT-EMISSAO

           MOVE "TRANSF" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           IF LK-CTL-RC-OK
               MOVE LK-CTL-CODIGO TO WS-NR-TRANSF
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-CHAVE
               ACCEPT SS-DADOS

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 6500-VALIDA-CABECALHO
                   IF CABECALHO-VALIDO
                       MOVE WS-NR-TRANSF TO FS-TRF-NR-TRANSF
                       READ ARQ-TRANSF
                       IF FS-STAT-TRF-OK
                           MOVE "TRANSFERENCIA JA EXISTE" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       ELSE
                           MOVE 'S' TO W-VAL-ENTRADA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               DISPLAY SS-DADOS
               PERFORM 2000-ACS-ITENS-TRANSF

               IF WS-QT-ITENS GREATER ZEROS
                   MOVE WS-NR-TRANSF     TO FS-TRF-NR-TRANSF
                   MOVE WS-CD-ORIGEM     TO FS-TRF-CD-ORIGEM
                   MOVE WS-CD-DESTINO    TO FS-TRF-CD-DESTINO
                   MOVE WS-DT-EMISSAO    TO FS-TRF-DT-EMISSAO
                   MOVE "T"              TO FS-TRF-IND-SITUACAO
                   MOVE ZEROS            TO FS-TRF-DT-RECEBIMENTO
                   MOVE WS-QT-ITENS      TO FS-TRF-QT-ITENS
                   MOVE LK-OPERADOR      TO FS-TRF-ID-OPERADOR
                   MOVE SPACES           TO FS-TRF-ID-RECEBEDOR

                   WRITE ARQ-TRANSF-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A TRANSFERENCIA"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-WRITE

                   MOVE "TRANSF" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE WS-NR-TRANSF TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   DISPLAY SS-TELA-TOTAL
                   MOVE "TRANSFERENCIA EMITIDA - MERCADORIA EM TRANSITO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   MOVE "TRANSFERENCIA SEM ITENS, NAO GRAVADA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQUIVOS.

       1000-ACS-EMITIR-TRANSFX. EXIT.

      * -----------------------------------
      * RECEBE NO DESTINO OU CANCELA (DEVOLVE A ORIGEM) UMA
      * TRANSFERENCIA EM TRANSITO, CONFORME A OPCAO
       1100-ACS-BAIXAR-TRANSF SECTION.

           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO
           MOVE ZEROS TO WS-NR-TRANSF

           PERFORM 5000-ABRIR-ARQUIVOS

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-CHAVE

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-NR-TRANSF TO FS-TRF-NR-TRANSF
                   READ ARQ-TRANSF

                   EVALUATE TRUE
                       WHEN NOT FS-STAT-TRF-OK
                           MOVE "TRANSFERENCIA NAO ENCONTRADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT FS-TRF-EM-TRANSITO
                           MOVE "TRANSFERENCIA JA RECEBIDA OU CANCELADA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                           MOVE FS-TRF-CD-ORIGEM  TO WS-CD-ORIGEM
                           MOVE FS-TRF-CD-DESTINO TO WS-CD-DESTINO
                           MOVE FS-TRF-DT-EMISSAO TO WS-DT-EMISSAO
                           MOVE FS-TRF-CD-ORIGEM  TO WS-CD-DEPOSITO
                           PERFORM 6550-NOME-DEPOSITO
                           MOVE WS-DS-DEPOSITO    TO WS-DS-ORIGEM
                           MOVE FS-TRF-CD-DESTINO TO WS-CD-DEPOSITO
                           PERFORM 6550-NOME-DEPOSITO
                           MOVE WS-DS-DEPOSITO    TO WS-DS-DESTINO
                           DISPLAY SS-DADOS
                           MOVE SPACES TO WS-ERRO
                           IF E-RECEBER
                               MOVE "CONFIRMA O RECEBIMENTO (S/N)?"
                                 TO WS-MSGERRO
                           ELSE
                               MOVE "CONFIRMA O CANCELAMENTO (S/N)?"
                                 TO WS-MSGERRO
                           END-IF
                           ACCEPT SS-ERRO
                           IF E-SIM
                               PERFORM 2500-BAIXA-TRANSF
                               MOVE 'S' TO W-VAL-ENTRADA
                           END-IF
                           MOVE SPACES TO WS-ERRO
                   END-EVALUATE
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQUIVOS.

       1100-ACS-BAIXAR-TRANSFX. EXIT.

      * -----------------------------------
      * RELATORIO DAS LINHAS DAS TRANSFERENCIAS EM TRANSITO, NA TELA
      * E EM TRANSF_TRANSITO_<AAAAMMDD>.TXT REGISTRADO NO SPOOL
       1200-REL-EM-TRANSITO SECTION.

           MOVE "04 - EM TRANSITO" TO WS-OP
           MOVE "TRANSF_TRANSITO" TO WS-ID-RELATORIO
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 6 TO WS-NUML-CURR
           MOVE ZEROS TO WS-TOT-TRANSF

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING WS-ID-RELATORIO DELIMITED BY SPACE
                  "_" WS-DT-HOJE ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA

           PERFORM 5000-ABRIR-ARQUIVOS
           OPEN OUTPUT ARQ-SAIDA

           DISPLAY SS-CLS
           DISPLAY WS-LINHA-CAB LINE 4 COLUMN 1

           MOVE WS-LINHA-CAB TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           MOVE LOW-VALUES TO FS-TRF-KEY
           PERFORM 6000-LE-PROX-TRANSF

           PERFORM UNTIL NOT FS-STAT-TRF-OK

               IF FS-TRF-EM-TRANSITO
                   ADD 1 TO WS-TOT-TRANSF
                   COMPUTE WS-QT-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                     - FUNCTION INTEGER-OF-DATE(FS-TRF-DT-EMISSAO)
                   PERFORM 1210-LISTA-ITENS
               END-IF

               PERFORM 6000-LE-PROX-TRANSF
           END-PERFORM

           MOVE WS-TOT-TRANSF TO WS-TOT-TRANSF-L
           MOVE WS-LINHA-TOT TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC

           CLOSE ARQ-SAIDA
           PERFORM 7000-FECHA-ARQUIVOS
           PERFORM 8500-REGISTRA-SPOOL

           DISPLAY WS-LINHA-TOT LINE WS-NUML-CURR COLUMN 1

           MOVE "RELATORIO GERADO. EXC PARA RETORNAR." TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1200-REL-EM-TRANSITOX. EXIT.

      * -----------------------------------
      * LISTA AS LINHAS DA TRANSFERENCIA EM TRANSITO CORRENTE
       1210-LISTA-ITENS SECTION.

           MOVE FS-TRF-NR-TRANSF TO FS-TRI-NR-TRANSF
           MOVE ZEROS TO FS-TRI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-TRI-OK OR
                         FS-TRI-NR-TRANSF NOT EQUAL FS-TRF-NR-TRANSF

               MOVE FS-TRF-NR-TRANSF    TO WS-REL-TRANSF
               MOVE FS-TRF-CD-ORIGEM    TO WS-REL-ORIGEM
               MOVE FS-TRF-CD-DESTINO   TO WS-REL-DESTINO
               MOVE FS-TRF-DT-EMISSAO   TO WS-REL-EMISSAO
               MOVE WS-QT-DIAS          TO WS-REL-DIAS
               MOVE FS-TRI-NR-SEQUENCIA TO WS-REL-SEQUENCIA
               MOVE FS-TRI-CD-PRODUTO   TO WS-REL-PRODUTO
               MOVE FS-TRI-NR-LOTE      TO WS-REL-LOTE
               MOVE FS-TRI-QT           TO WS-REL-QT

               DISPLAY WS-LINHA-REL LINE WS-NUML-CURR COLUMN 1
               ADD 1 TO WS-NUML-CURR
               IF WS-NUML-CURR GREATER WS-NUML-ANT
                   MOVE 6 TO WS-NUML-CURR
               END-IF

               MOVE WS-LINHA-REL TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC

               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM.

       1210-LISTA-ITENSX. EXIT.

      * -----------------------------------
      * DIGITACAO DOS PRODUTOS DA TRANSFERENCIA (EXC OU PRODUTO
      * ZERADO ENCERRA). A QUANTIDADE TEM QUE CABER NO DISPONIVEL
      * (SALDO MENOS RESERVA) DA ORIGEM
       2000-ACS-ITENS-TRANSF SECTION.

           MOVE ZEROS TO WS-QT-ITENS WS-QT-PRODUTOS
           MOVE 'N' TO WS-FIM-ITENS
           MOVE 1 TO WS-ITEM-IDX

           PERFORM UNTIL E-FIM-ITENS

               MOVE ZEROS TO WS-IT-CD-PRODUTO WS-IT-QT

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
                       MOVE WS-IT-CD-PRODUTO TO FS-PRO-CD-PRODUTO
                       READ ARQ-PRODUTO
                       IF NOT FS-STAT-PRO-OK
                           MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       ELSE
                           PERFORM 2100-SAIDA-ORIGEM
                       END-IF
               END-EVALUATE

           END-PERFORM.

       2000-ACS-ITENS-TRANSFX. EXIT.

      * -----------------------------------
      * TIRA O PRODUTO DO SALDO DA ORIGEM E GRAVA AS LINHAS POR LOTE
       2100-SAIDA-ORIGEM SECTION.

           MOVE WS-IT-CD-PRODUTO TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-ORIGEM     TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               COMPUTE WS-QT-DISPONIVEL =
                   FS-STQ-QT-SALDO - FS-STQ-QT-RESERVADO
           ELSE
               MOVE ZEROS TO WS-QT-DISPONIVEL
           END-IF

           IF WS-QT-DISPONIVEL LESS WS-IT-QT
               MOVE "SALDO DISPONIVEL INSUFICIENTE NA ORIGEM"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE WS-CD-ORIGEM     TO WS-MOV-DEPOSITO
               MOVE WS-IT-CD-PRODUTO TO WS-MOV-PRODUTO
               MOVE WS-IT-QT         TO WS-MOV-QT
               MOVE "S"              TO WS-MOV-TIPO
               MOVE "TR"             TO WS-MOV-MOTIVO
               PERFORM 2800-LANCA-MOVIMENTO

               PERFORM 2150-CONSOME-LOTES

      * O QUE OS LOTES NAO COBRIRAM SEGUE NUMA LINHA SEM LOTE
               IF WS-QT-RESTANTE GREATER ZEROS
                   MOVE SPACES TO FS-TRI-NR-LOTE
                   MOVE ZEROS  TO FS-TRI-DT-VALIDADE
                                  FS-TRI-DT-FABRICACAO
                   MOVE WS-QT-RESTANTE TO WS-QT-LOTE
                   PERFORM 2160-GRAVA-ITEM
               END-IF

               ADD 1 TO WS-QT-PRODUTOS
               ADD 1 TO WS-ITEM-IDX
           END-IF.

       2100-SAIDA-ORIGEMX. EXIT.

      * -----------------------------------
      * ABATE A QUANTIDADE DOS LOTES DO PRODUTO NA ORIGEM NA ORDEM DE
      * VALIDADE, A PARTIR DOS QUE VENCEM HOJE; CADA LOTE CONSUMIDO
      * VIRA UMA LINHA DA TRANSFERENCIA
       2150-CONSOME-LOTES SECTION.

           MOVE WS-IT-QT TO WS-QT-RESTANTE

           MOVE WS-IT-CD-PRODUTO TO FS-LOT-CD-PRODUTO
           MOVE WS-CD-ORIGEM     TO FS-LOT-CD-DEPOSITO
           MOVE WS-DT-HOJE       TO FS-LOT-DT-VALIDADE
           MOVE LOW-VALUES       TO FS-LOT-NR-LOTE
           PERFORM 6200-LE-PROX-LOTE

           PERFORM UNTIL NOT FS-STAT-LOT-OK OR
                         FS-LOT-CD-PRODUTO NOT EQUAL WS-IT-CD-PRODUTO
                         OR FS-LOT-CD-DEPOSITO NOT EQUAL WS-CD-ORIGEM
                         OR WS-QT-RESTANTE EQUAL ZEROS
               IF FS-LOT-QT-SALDO GREATER ZEROS
                   IF FS-LOT-QT-SALDO LESS WS-QT-RESTANTE
                       MOVE FS-LOT-QT-SALDO TO WS-QT-LOTE
                   ELSE
                       MOVE WS-QT-RESTANTE TO WS-QT-LOTE
                   END-IF
                   SUBTRACT WS-QT-LOTE FROM FS-LOT-QT-SALDO
                   SUBTRACT WS-QT-LOTE FROM WS-QT-RESTANTE
                   REWRITE ARQ-LOTE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE FS-LOT-NR-LOTE       TO FS-TRI-NR-LOTE
                   MOVE FS-LOT-DT-VALIDADE   TO FS-TRI-DT-VALIDADE
                   MOVE FS-LOT-DT-FABRICACAO TO FS-TRI-DT-FABRICACAO
                   PERFORM 2160-GRAVA-ITEM
               END-IF
               PERFORM 6200-LE-PROX-LOTE
           END-PERFORM.

       2150-CONSOME-LOTESX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA DA TRANSFERENCIA (LOTE JA MOVIDO PARA O
      * REGISTRO DA LINHA)
       2160-GRAVA-ITEM SECTION.

           ADD 1 TO WS-QT-ITENS

           MOVE WS-NR-TRANSF     TO FS-TRI-NR-TRANSF
           MOVE WS-QT-ITENS      TO FS-TRI-NR-SEQUENCIA
           MOVE WS-IT-CD-PRODUTO TO FS-TRI-CD-PRODUTO
           MOVE WS-QT-LOTE       TO FS-TRI-QT

           WRITE ARQ-TRFITEM-REC
               INVALID KEY
                   REWRITE ARQ-TRFITEM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       2160-GRAVA-ITEMX. EXIT.

      * -----------------------------------
      * RECEBIMENTO: ENTRA NO DESTINO E RECRIA OS LOTES LA;
      * CANCELAMENTO: VOLTA SALDO E LOTES PARA A ORIGEM. REGISTRA NA
      * AUDITORIA GERAL
       2500-BAIXA-TRANSF SECTION.

           IF E-RECEBER
               MOVE WS-CD-DESTINO TO WS-MOV-DEPOSITO
               MOVE "TR" TO WS-MOV-MOTIVO
           ELSE
               MOVE WS-CD-ORIGEM TO WS-MOV-DEPOSITO
               MOVE "TC" TO WS-MOV-MOTIVO
           END-IF
           MOVE "E" TO WS-MOV-TIPO

           MOVE WS-NR-TRANSF TO FS-TRI-NR-TRANSF
           MOVE ZEROS TO FS-TRI-NR-SEQUENCIA
           PERFORM 6100-LE-PROX-ITEM

           PERFORM UNTIL NOT FS-STAT-TRI-OK OR
                         FS-TRI-NR-TRANSF NOT EQUAL WS-NR-TRANSF
               MOVE FS-TRI-CD-PRODUTO TO WS-MOV-PRODUTO
               MOVE FS-TRI-QT         TO WS-MOV-QT
               PERFORM 2800-LANCA-MOVIMENTO
               IF FS-TRI-NR-LOTE NOT EQUAL SPACES
                   PERFORM 2550-REPOE-LOTE
               END-IF
               PERFORM 6100-LE-PROX-ITEM
           END-PERFORM

           MOVE WS-NR-TRANSF TO FS-TRF-NR-TRANSF
           READ ARQ-TRANSF

           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           MOVE ARQ-TRANSF-REC TO LK-AGR-ANTES

           IF E-RECEBER
               MOVE "R" TO FS-TRF-IND-SITUACAO
               MOVE "RECEBE" TO LK-AGR-OPERACAO
           ELSE
               MOVE "X" TO FS-TRF-IND-SITUACAO
               MOVE "CANCELA" TO LK-AGR-OPERACAO
           END-IF
           MOVE WS-DT-HOJE  TO FS-TRF-DT-RECEBIMENTO
           MOVE LK-OPERADOR TO FS-TRF-ID-RECEBEDOR

           REWRITE ARQ-TRANSF-REC
               INVALID KEY
                   MOVE "ERRO AO ATUALIZAR A TRANSFERENCIA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-TRF-OK
               MOVE ARQ-TRANSF-REC TO LK-AGR-DEPOIS
               MOVE "TRANSF"       TO LK-AGR-ENTIDADE
               MOVE FS-TRF-NR-TRANSF TO LK-AGR-CHAVE
               MOVE LK-OPERADOR    TO LK-AGR-USUARIO
               CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

               IF E-RECEBER
                   MOVE "TRANSFERENCIA RECEBIDA NO DESTINO"
                     TO WS-MSGERRO
               ELSE
                   MOVE "TRANSFERENCIA CANCELADA - SALDO DEVOLVIDO"
                     TO WS-MSGERRO
               END-IF
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2500-BAIXA-TRANSFX. EXIT.

      * -----------------------------------
      * SOMA A LINHA AO LOTE NO DEPOSITO DO LANCAMENTO, RECRIANDO O
      * LOTE QUANDO AINDA NAO EXISTE LA
       2550-REPOE-LOTE SECTION.

           MOVE FS-TRI-CD-PRODUTO  TO FS-LOT-CD-PRODUTO
           MOVE WS-MOV-DEPOSITO    TO FS-LOT-CD-DEPOSITO
           MOVE FS-TRI-DT-VALIDADE TO FS-LOT-DT-VALIDADE
           MOVE FS-TRI-NR-LOTE     TO FS-LOT-NR-LOTE
           READ ARQ-LOTE

           IF FS-STAT-LOT-OK
               IF E-RECEBER
                   ADD FS-TRI-QT TO FS-LOT-QT-RECEBIDA
               END-IF
               ADD FS-TRI-QT TO FS-LOT-QT-SALDO
               REWRITE ARQ-LOTE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO FS-LOT-DADOS
               MOVE FS-TRI-CD-PRODUTO    TO FS-LOT-CD-PRODUTO
               MOVE WS-MOV-DEPOSITO      TO FS-LOT-CD-DEPOSITO
               MOVE FS-TRI-DT-VALIDADE   TO FS-LOT-DT-VALIDADE
               MOVE FS-TRI-NR-LOTE       TO FS-LOT-NR-LOTE
               MOVE FS-TRI-DT-FABRICACAO TO FS-LOT-DT-FABRICACAO
               MOVE WS-DT-HOJE           TO FS-LOT-DT-ENTRADA
               MOVE ZEROS                TO FS-LOT-NR-PEDIDO-CMP
               MOVE FS-TRI-QT            TO FS-LOT-QT-RECEBIDA
                                            FS-LOT-QT-SALDO
               WRITE ARQ-LOTE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       2550-REPOE-LOTEX. EXIT.

      * -----------------------------------
      * LANCA O MOVIMENTO NO SALDO DO DEPOSITO E NO KARDEX, COM O
      * NUMERO DA TRANSFERENCIA COMO DOCUMENTO
       2800-LANCA-MOVIMENTO SECTION.

           MOVE WS-MOV-PRODUTO  TO FS-STQ-CD-PRODUTO
           MOVE WS-MOV-DEPOSITO TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF NOT FS-STAT-STQ-OK
               MOVE WS-MOV-PRODUTO  TO FS-STQ-CD-PRODUTO
               MOVE WS-MOV-DEPOSITO TO FS-STQ-CD-DEPOSITO
               MOVE ZEROS TO FS-STQ-QT-SALDO FS-STQ-QT-RESERVADO
                             FS-STQ-DT-ULT-CONTAGEM
               WRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               READ ARQ-ESTOQUE
           END-IF

           IF WS-MOV-TIPO EQUAL "S"
               SUBTRACT WS-MOV-QT FROM FS-STQ-QT-SALDO
           ELSE
               ADD WS-MOV-QT TO FS-STQ-QT-SALDO
           END-IF

           REWRITE ARQ-ESTOQUE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ACCEPT WS-HORA-BUFFER FROM TIME
           MOVE WS-HORA-BUFFER(1:6) TO WS-HR-AGORA
           ADD 1 TO WS-NR-SEQ

           MOVE WS-MOV-PRODUTO  TO FS-MOV-CD-PRODUTO
           MOVE WS-DT-HOJE      TO FS-MOV-DT-MOVIMENTO
           MOVE WS-HR-AGORA     TO FS-MOV-HR-MOVIMENTO
           MOVE WS-NR-SEQ       TO FS-MOV-NR-SEQUENCIA
           MOVE WS-MOV-TIPO     TO FS-MOV-TP-MOVIMENTO
           IF WS-MOV-TIPO EQUAL "S"
               COMPUTE FS-MOV-QT = 0 - WS-MOV-QT
           ELSE
               MOVE WS-MOV-QT TO FS-MOV-QT
           END-IF
           MOVE WS-MOV-MOTIVO   TO FS-MOV-CD-MOTIVO
           MOVE WS-NR-TRANSF    TO FS-MOV-NR-DOCUMENTO
           MOVE WS-MOV-DEPOSITO TO FS-MOV-CD-DEPOSITO

           WRITE ARQ-MOVESTOQUE-REC
               INVALID KEY
                   ADD 1 TO WS-NR-SEQ
                   MOVE WS-NR-SEQ TO FS-MOV-NR-SEQUENCIA
                   WRITE ARQ-MOVESTOQUE-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-WRITE.

       2800-LANCA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE TRANSFERENCIA E DE ESTOQUE PARA ENTRADA
      * E SAIDA E OS CADASTROS PARA CONSULTA
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-TRANSF
           IF FS-STAT-TRF-NAO-EXISTE
               OPEN OUTPUT ARQ-TRANSF
               CLOSE ARQ-TRANSF
               OPEN I-O ARQ-TRANSF
           END-IF

           OPEN I-O ARQ-TRFITEM
           IF FS-STAT-TRI-NAO-EXISTE
               OPEN OUTPUT ARQ-TRFITEM
               CLOSE ARQ-TRFITEM
               OPEN I-O ARQ-TRFITEM
           END-IF

           OPEN I-O ARQ-ESTOQUE
           IF FS-STAT-STQ-NAO-EXISTE
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF

           OPEN I-O ARQ-MOVESTOQUE
           IF FS-STAT-MOV-NAO-EXISTE
               OPEN OUTPUT ARQ-MOVESTOQUE
               CLOSE ARQ-MOVESTOQUE
               OPEN I-O ARQ-MOVESTOQUE
           END-IF

           OPEN I-O ARQ-LOTE
           IF FS-STAT-LOT-NAO-EXISTE
               OPEN OUTPUT ARQ-LOTE
               CLOSE ARQ-LOTE
               OPEN I-O ARQ-LOTE
           END-IF

           OPEN INPUT ARQ-PRODUTO

           MOVE 'N' TO WS-DEPOSITO-ABERTO
           OPEN INPUT ARQ-DEPOSITO
           IF FS-STAT-DEP-OK
               MOVE 'S' TO WS-DEPOSITO-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE A PROXIMA TRANSFERENCIA PELA CHAVE
       6000-LE-PROX-TRANSF SECTION.

           START ARQ-TRANSF KEY > FS-TRF-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-TRF
               NOT INVALID KEY
                   READ ARQ-TRANSF NEXT
                       AT END MOVE 99 TO FS-STAT-TRF
                   END-READ
           END-START.

       6000-LE-PROX-TRANSFX. EXIT.

      * -----------------------------------
      * LE A PROXIMA LINHA DE TRANSFERENCIA PELA CHAVE
       6100-LE-PROX-ITEM SECTION.

           START ARQ-TRFITEM KEY > FS-TRI-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-TRI
               NOT INVALID KEY
                   READ ARQ-TRFITEM NEXT
                       AT END MOVE 99 TO FS-STAT-TRI
                   END-READ
           END-START.

       6100-LE-PROX-ITEMX. EXIT.

      * -----------------------------------
      * LE O PROXIMO LOTE PELA CHAVE
       6200-LE-PROX-LOTE SECTION.

           START ARQ-LOTE KEY > FS-LOT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-LOT
               NOT INVALID KEY
                   READ ARQ-LOTE NEXT
                       AT END MOVE 99 TO FS-STAT-LOT
                   END-READ
           END-START.

       6200-LE-PROX-LOTEX. EXIT.

      * -----------------------------------
      * VALIDA ORIGEM E DESTINO: DEPOSITOS DIFERENTES, CADASTRADOS E
      * ATIVOS (O DEPOSITO PADRAO VALE MESMO SEM CADASTRO)
       6500-VALIDA-CABECALHO SECTION.

           MOVE 'N' TO WS-CABECALHO-OK

           MOVE WS-CD-ORIGEM TO WS-CD-DEPOSITO
           PERFORM 6550-NOME-DEPOSITO
           MOVE WS-DS-DEPOSITO TO WS-DS-ORIGEM
           IF DEPOSITO-VALIDO
               MOVE WS-CD-DESTINO TO WS-CD-DEPOSITO
               PERFORM 6550-NOME-DEPOSITO
               MOVE WS-DS-DEPOSITO TO WS-DS-DESTINO
           END-IF

           EVALUATE TRUE
               WHEN WS-CD-ORIGEM EQUAL ZEROS OR
                    WS-CD-DESTINO EQUAL ZEROS
                   MOVE "FAVOR INFORMAR Deposito Origem e Destino"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-CD-ORIGEM EQUAL WS-CD-DESTINO
                   MOVE "ORIGEM E DESTINO DEVEM SER DIFERENTES"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT DEPOSITO-VALIDO
                   MOVE "DEPOSITO NAO CADASTRADO OU INATIVO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE 'S' TO WS-CABECALHO-OK
           END-EVALUATE.

       6500-VALIDA-CABECALHOX. EXIT.

      * -----------------------------------
      * LE O DEPOSITO EM WS-CD-DEPOSITO: DEVOLVE O NOME E SE ESTA
      * CADASTRADO E ATIVO
       6550-NOME-DEPOSITO SECTION.

           MOVE SPACES TO WS-DS-DEPOSITO
           MOVE 'N' TO WS-DEPOSITO-OK

           IF E-DEPOSITO-ABERTO
               MOVE WS-CD-DEPOSITO TO FS-DEP-CD-DEPOSITO
               READ ARQ-DEPOSITO
               IF FS-STAT-DEP-OK
                   MOVE FS-DEP-DS-DEPOSITO TO WS-DS-DEPOSITO
                   IF NOT FS-DEP-INATIVO
                       MOVE 'S' TO WS-DEPOSITO-OK
                   END-IF
               END-IF
           END-IF

           IF WS-CD-DEPOSITO EQUAL WS-CD-DEPOSITO-PADRAO AND
              WS-DS-DEPOSITO EQUAL SPACES
               MOVE "DEPOSITO PADRAO" TO WS-DS-DEPOSITO
               MOVE 'S' TO WS-DEPOSITO-OK
           END-IF.

       6550-NOME-DEPOSITOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-TRANSF
           CLOSE ARQ-TRFITEM
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-MOVESTOQUE
           CLOSE ARQ-LOTE
           CLOSE ARQ-PRODUTO

           IF E-DEPOSITO-ABERTO
               CLOSE ARQ-DEPOSITO
               MOVE 'N' TO WS-DEPOSITO-ABERTO
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

           MOVE "CBL_MENU_TRANSF_ESTOQUE" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_TRANSF_ESTOQUE.
