      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Programa de Fidelidade - Premios e Resgate de Pontos
      * Tectonics: cobc
      ******************************************************************
      * 01 - CATALOGO DE PREMIOS: CADA PREMIO E UM PRODUTO DO
      *      CADASTRO COM OS PONTOS EXIGIDOS E O CUSTO POR UNIDADE
      *      (PREMIO.IDX); PREMIO JA EXISTENTE E ALTERADO NA MESMA
      *      TELA, E ATIVO "N" O RETIRA DO CATALOGO.
      * 02 - RESGATE: CONFERE O SALDO DE PONTOS DO CLIENTE
      *      (CBL_PONTOS_CLIENTE), GERA UM PEDIDO DE BONIFICACAO
      *      (FS-PED-TP-BONIFICACAO) ABERTO COM O PREMIO VALORIZADO
      *      PELO CUSTO DO CATALOGO, RESERVA O ESTOQUE NO DEPOSITO DA
      *      REGIAO DO CLIENTE, SOMA O PEDIDO NA EXPOSICAO (DEVOLVIDA
      *      NO FATURAMENTO DA BONIFICACAO) E DEBITA OS PONTOS COM O
      *      PEDIDO COMO DOCUMENTO. O RESGATE VAI PARA A AUDITORIA
      *      GERAL COM O OPERADOR.
      * 03 - EXPIRA OS PONTOS VENCIDOS DE TODOS OS CLIENTES
      *      (CBL_EXPIRA_PONTOS), O MESMO PASSO DA CADEIA NOTURNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_FIDELIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PREMIO ASSIGN TO DISK WID-ARQ-PREMIO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRM.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ITE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ITE.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-STQ-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-STQ.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PREMIO.

       COPY FS-ARQ-PREMIO.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-PEDITEM.

       COPY FS-ARQ-PEDITEM.

       FD ARQ-ESTOQUE.

       COPY FS-ARQ-ESTOQUE.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-CATALOGO  VALUE IS "1".
           88 E-RESGATE   VALUE IS "2".
           88 E-EXPIRA    VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-PRM PIC 9(02).
           88 FS-STAT-PRM-OK         VALUE 00.
           88 FS-STAT-PRM-NAO-EXISTE VALUE 35.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-ITE PIC 9(02).
           88 FS-STAT-ITE-OK         VALUE 00.
           88 FS-STAT-ITE-NAO-EXISTE VALUE 35.

       77 FS-STAT-STQ PIC 9(02).
           88 FS-STAT-STQ-OK         VALUE 00.
           88 FS-STAT-STQ-NAO-EXISTE VALUE 35.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-DT-HOJE     PIC 9(008) VALUE ZEROS.
       77 WS-ID-OPERADOR PIC X(010) VALUE "MANUAL".

      * DADOS DO PREMIO
       77 WS-CD-PRODUTO  PIC 9(007) VALUE ZEROS.
       77 WS-DS-PRODUTO  PIC X(040) VALUE SPACES.
       77 WS-QT-PONTOS-UN PIC 9(007) VALUE ZEROS.
       77 WS-VL-CUSTO-UN PIC 9(007)V99 VALUE ZEROS.
       77 WS-IND-ATIVO   PIC X(001) VALUE "S".
           88 E-ATIVO-VALIDO VALUES ARE "S" "s" "N" "n".

      * DADOS DO RESGATE
       77 WS-CD-CLIENTE  PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE  PIC X(040) VALUE SPACES.
       77 WS-QT-RESGATE  PIC 9(005) VALUE ZEROS.
       77 WS-QT-PONTOS   PIC 9(009) VALUE ZEROS.
       77 WS-QT-SALDO    PIC 9(009) VALUE ZEROS.
       77 WS-VL-CUSTO    PIC 9(009)V99 VALUE ZEROS.
       77 WS-CD-DEPOSITO PIC 9(003) VALUE ZEROS.
       77 WS-NR-PEDIDO   PIC 9(007) VALUE ZEROS.

       01 WS-AGR-RESGATE.
           05 FILLER          PIC X(008) VALUE "PREMIO ".
           05 WS-AGR-PRODUTO  PIC 9(007).
           05 FILLER          PIC X(004) VALUE " QT ".
           05 WS-AGR-QT       PIC ZZZZ9.
           05 FILLER          PIC X(005) VALUE " PTS ".
           05 WS-AGR-PONTOS   PIC ZZZZZZZZ9.

       01 WS-AGR-PEDIDO.
           05 FILLER          PIC X(007) VALUE "PEDIDO ".
           05 WS-AGR-NR-PED   PIC 9(007).
           05 FILLER          PIC X(007) VALUE " SALDO ".
           05 WS-AGR-SALDO    PIC ZZZZZZZZ9.

       77 WS-ED-PONTOS PIC ZZZ,ZZZ,ZZ9.

       COPY CPY_ID_ARQ_PREMIO.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_PEDITEM.
       COPY CPY_ID_ARQ_ESTOQUE.

       COPY CPY_PONTOS_CLIENTE.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_ETAPA.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_LOG.

      * AREA DE CHAMADA DA EXPIRACAO DE PONTOS
       01 WS-PARAM-EXP.
           05 WS-EXP-RETURN-CODE PIC 99 VALUE 0.
           05 WS-EXP-MODO-BATCH  PIC X VALUE SPACES.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
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
           05 LINE 07 COLUMN 15 VALUE "01 - CATALOGO DE PREMIOS".
           05 LINE 08 COLUMN 15 VALUE "02 - RESGATE DE PONTOS".
           05 LINE 09 COLUMN 15 VALUE "03 - EXPIRAR PONTOS VENCIDOS".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-PREMIO.
           05 SS-CHAVE-PREMIO FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 07 VALUE "Produto Premio:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-PRODUTO
                  BLANK WHEN ZEROS.
           05 SS-DADOS-PREMIO.
               10 LINE 10 COLUMN 07 VALUE "Descricao.....:".
               10 COLUMN PLUS 2 PIC X(40) FROM WS-DS-PRODUTO.
               10 LINE 11 COLUMN 07 VALUE "Pontos/Unidade:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-QT-PONTOS-UN.
               10 LINE 12 COLUMN 07 VALUE "Custo/Unidade.:".
               10 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-CUSTO-UN.
               10 LINE 13 COLUMN 07 VALUE "Ativo (S/N)...:".
               10 COLUMN PLUS 2 PIC X(01) USING WS-IND-ATIVO.

       01 SS-TELA-RESGATE.
           05 LINE 09 COLUMN 05 VALUE
              "Resgate de pontos no catalogo de premios".
           05 LINE 11 COLUMN 07 VALUE "Codigo Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 07 VALUE "Produto Premio:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-PRODUTO
              BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 07 VALUE "Quantidade....:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QT-RESGATE.

       01 SS-TELA-SALDO.
           05 LINE 15 COLUMN 07 VALUE "Cliente.......:".
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 16 COLUMN 07 VALUE "Premio........:".
           05 COLUMN PLUS 2 PIC X(40) FROM WS-DS-PRODUTO.
           05 LINE 17 COLUMN 07 VALUE "Saldo Pontos..:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZ9 FROM WS-QT-SALDO.
           05 LINE 18 COLUMN 07 VALUE "Pontos Resgate:".
           05 COLUMN PLUS 2 PIC ZZZ,ZZZ,ZZ9 FROM WS-QT-PONTOS.
           05 LINE 19 COLUMN 07 VALUE "Custo Premio..:".
           05 COLUMN PLUS 2 PIC ZZ,ZZZ,ZZ9.99 FROM WS-VL-CUSTO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-PREMIO
           END-IF
           MOVE WNM-PATH-PREMIO TO WNM-PATH-PRODUTO
           MOVE WNM-PATH-PREMIO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-PREMIO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-PREMIO TO WNM-PATH-PEDITEM
           MOVE WNM-PATH-PREMIO TO WNM-PATH-ESTOQUE

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-PREMIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE ZEROS TO LK-RETURN-CODE
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-OPERADOR
           END-IF

           PERFORM UNTIL E-ENCERRAR
               MOVE "FIDELIDADE DE CLIENTES" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-CATALOGO
                       PERFORM 1000-MANTEM-CATALOGO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-RESGATE
                       PERFORM 2000-RESGATA-PONTOS
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXPIRA
                       PERFORM 3000-EXPIRA-PONTOS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI OU ALTERA PREMIOS DO CATALOGO ATE O EXC
       1000-MANTEM-CATALOGO SECTION.

           MOVE "01 - CATALOGO DE PREMIOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           OPEN I-O ARQ-PREMIO
           IF FS-STAT-PRM-NAO-EXISTE
               OPEN OUTPUT ARQ-PREMIO
               CLOSE ARQ-PREMIO
               OPEN I-O ARQ-PREMIO
           END-IF
           OPEN INPUT ARQ-PRODUTO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               MOVE ZEROS  TO WS-CD-PRODUTO WS-QT-PONTOS-UN
                              WS-VL-CUSTO-UN
               MOVE SPACES TO WS-DS-PRODUTO
               MOVE "S"    TO WS-IND-ATIVO

               DISPLAY SS-CLS
               ACCEPT SS-CHAVE-PREMIO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-PRODUTO EQUAL ZEROS
                       MOVE "FAVOR INFORMAR O PRODUTO DO PREMIO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 1100-GRAVA-PREMIO
               END-EVALUATE

           END-PERFORM

           CLOSE ARQ-PREMIO
           CLOSE ARQ-PRODUTO.

       1000-MANTEM-CATALOGOX. EXIT.

      * -----------------------------------
      * MOSTRA O PREMIO (OU O PRODUTO NOVO), ACEITA PONTOS, CUSTO E
      * SITUACAO E GRAVA
       1100-GRAVA-PREMIO SECTION.

           MOVE WS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
           READ ARQ-PRODUTO

           IF NOT FS-STAT-PRO-OK
               MOVE "PRODUTO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1100-GRAVA-PREMIOX
           END-IF
           MOVE FS-PRO-DS-PRODUTO TO WS-DS-PRODUTO

           MOVE WS-CD-PRODUTO TO FS-PRM-CD-PRODUTO
           READ ARQ-PREMIO
           IF FS-STAT-PRM-OK
               MOVE FS-PRM-QT-PONTOS TO WS-QT-PONTOS-UN
               MOVE FS-PRM-VL-CUSTO  TO WS-VL-CUSTO-UN
               MOVE FS-PRM-IND-ATIVO TO WS-IND-ATIVO
           ELSE
               IF FS-PRO-INATIVO
                   MOVE "PRODUTO INATIVO NAO ENTRA NO CATALOGO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1100-GRAVA-PREMIOX
               END-IF
           END-IF

           ACCEPT SS-DADOS-PREMIO

           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                   GO TO 1100-GRAVA-PREMIOX
               WHEN WS-QT-PONTOS-UN EQUAL ZEROS
                   MOVE "FAVOR INFORMAR OS PONTOS POR UNIDADE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1100-GRAVA-PREMIOX
               WHEN WS-VL-CUSTO-UN EQUAL ZEROS
                   MOVE "FAVOR INFORMAR O CUSTO POR UNIDADE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1100-GRAVA-PREMIOX
               WHEN NOT E-ATIVO-VALIDO
                   MOVE "ATIVO DEVE SER S OU N" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1100-GRAVA-PREMIOX
           END-EVALUATE

           MOVE WS-CD-PRODUTO   TO FS-PRM-CD-PRODUTO
           MOVE WS-QT-PONTOS-UN TO FS-PRM-QT-PONTOS
           MOVE WS-VL-CUSTO-UN  TO FS-PRM-VL-CUSTO
           MOVE WS-IND-ATIVO    TO FS-PRM-IND-ATIVO
           INSPECT FS-PRM-IND-ATIVO CONVERTING "sn" TO "SN"

           WRITE ARQ-PREMIO-REC
               INVALID KEY
                   REWRITE ARQ-PREMIO-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           IF FS-STAT-PRM-OK
               MOVE "PREMIO GRAVADO COM SUCESSO" TO WS-MSGERRO
           ELSE
               MOVE "ERRO AO GRAVAR O PREMIO" TO WS-MSGERRO
           END-IF
           PERFORM 9000-MOSTRA-ERRO.

       1100-GRAVA-PREMIOX. EXIT.

      * -----------------------------------
      * RESGATES ATE O EXC: CLIENTE, PREMIO E QUANTIDADE
       2000-RESGATA-PONTOS SECTION.

           MOVE "02 - RESGATE DE PONTOS" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           PERFORM 5000-ABRIR-ARQUIVOS

           IF NOT FS-STAT-PRM-OK
               MOVE "CATALOGO DE PREMIOS VAZIO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 7000-FECHA-ARQUIVOS
               GO TO 2000-RESGATA-PONTOSX
           END-IF

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               MOVE ZEROS  TO WS-CD-CLIENTE WS-CD-PRODUTO WS-QT-RESGATE
                              WS-QT-SALDO WS-QT-PONTOS WS-VL-CUSTO
               MOVE SPACES TO WS-NM-CLIENTE WS-DS-PRODUTO
               MOVE 1 TO WS-QT-RESGATE

               DISPLAY SS-CLS
               ACCEPT SS-TELA-RESGATE

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-CLIENTE EQUAL ZEROS OR
                        WS-CD-PRODUTO EQUAL ZEROS OR
                        WS-QT-RESGATE EQUAL ZEROS
                       MOVE "INFORMAR CLIENTE, PREMIO E QUANTIDADE"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       PERFORM 2100-CONFERE-RESGATE
               END-EVALUATE

           END-PERFORM

           PERFORM 7000-FECHA-ARQUIVOS.

       2000-RESGATA-PONTOSX. EXIT.

      * -----------------------------------
      * CONFERE CLIENTE, PREMIO E SALDO DE PONTOS E, CONFIRMADO,
      * GERA O PEDIDO DE BONIFICACAO E DEBITA OS PONTOS
       2100-CONFERE-RESGATE SECTION.

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF
           IF FS-CLI-INATIVO
               MOVE "CLIENTE INATIVO NAO RESGATA PONTOS" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE

           MOVE WS-CD-PRODUTO TO FS-PRM-CD-PRODUTO
           READ ARQ-PREMIO
           IF NOT FS-STAT-PRM-OK OR FS-PRM-INATIVO
               MOVE "PRODUTO FORA DO CATALOGO DE PREMIOS" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF

           MOVE WS-CD-PRODUTO TO FS-PRO-CD-PRODUTO
           READ ARQ-PRODUTO
           IF NOT FS-STAT-PRO-OK OR FS-PRO-INATIVO
               MOVE "PRODUTO DO PREMIO INATIVO OU INEXISTENTE"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF
           MOVE FS-PRO-DS-PRODUTO TO WS-DS-PRODUTO

           COMPUTE WS-QT-PONTOS = WS-QT-RESGATE * FS-PRM-QT-PONTOS
           COMPUTE WS-VL-CUSTO  = WS-QT-RESGATE * FS-PRM-VL-CUSTO

           MOVE "S"           TO LK-PTS-FUNCAO
           MOVE WS-CD-CLIENTE TO LK-PTS-CD-CLIENTE
           CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS
           MOVE LK-PTS-QT-SALDO TO WS-QT-SALDO

           DISPLAY SS-TELA-SALDO

           IF WS-QT-PONTOS GREATER WS-QT-SALDO
               MOVE WS-QT-SALDO TO WS-ED-PONTOS
               MOVE SPACES TO WS-MSGERRO
               STRING "PONTOS INSUFICIENTES - SALDO DO CLIENTE "
                      DELIMITED BY SIZE
                      WS-ED-PONTOS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF

           MOVE SPACES TO WS-ERRO
           MOVE "CONFIRMA O RESGATE E O PEDIDO DE BONIFICACAO (S/N)?"
             TO WS-MSGERRO
           ACCEPT SS-ERRO

           IF NOT E-SIM
               MOVE SPACES TO WS-ERRO
               GO TO 2100-CONFERE-RESGATEX
           END-IF
           MOVE SPACES TO WS-ERRO

           PERFORM 2200-GERA-BONIFICACAO

           IF WS-NR-PEDIDO GREATER ZEROS
               PERFORM 2300-DEBITA-PONTOS
           END-IF.

       2100-CONFERE-RESGATEX. EXIT.

      * -----------------------------------
      * GRAVA O PEDIDO DE BONIFICACAO ABERTO COM O PREMIO PELO CUSTO
      * DO CATALOGO, RESERVA O ESTOQUE E SOMA NA EXPOSICAO
       2200-GERA-BONIFICACAO SECTION.

           MOVE ZEROS TO WS-NR-PEDIDO

           MOVE FS-CLI-CD-REGIAO TO LK-DPR-CD-REGIAO
           CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS
           MOVE LK-DPR-CD-DEPOSITO TO WS-CD-DEPOSITO

      * O PEDIDO E NUMERADO NA SERIE DA FILIAL DONA DO DEPOSITO
           MOVE "D" TO LK-FIL-FUNCAO
           MOVE WS-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL TO LK-CTL-CD-FILIAL

           MOVE "PEDIDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

           IF NOT LK-CTL-RC-OK
               MOVE "SEM NUMERO DE PEDIDO DISPONIVEL" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2200-GERA-BONIFICACAOX
           END-IF

           MOVE SPACES TO ARQ-PEDIDO-REC
           MOVE LK-CTL-CODIGO      TO FS-PED-NR-PEDIDO
           MOVE WS-CD-CLIENTE      TO FS-PED-CD-CLIENTE
           MOVE FS-CLI-CD-VENDEDOR TO FS-PED-CD-VENDEDOR
           MOVE WS-DT-HOJE         TO FS-PED-DT-PEDIDO
           MOVE "A"                TO FS-PED-IND-SITUACAO
           MOVE 1                  TO FS-PED-QT-ITENS
           MOVE WS-VL-CUSTO        TO FS-PED-VL-TOTAL
           MOVE ZEROS              TO FS-PED-DT-FATURAMENTO
                                      FS-PED-CD-CONDPAG
           MOVE "B"                TO FS-PED-TP-PEDIDO
           MOVE WS-CD-DEPOSITO     TO FS-PED-CD-DEPOSITO
           MOVE LK-FIL-CD-FILIAL   TO FS-PED-CD-FILIAL

           WRITE ARQ-PEDIDO-REC
               INVALID KEY
                   MOVE "NUMERO DE PEDIDO JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-WRITE

           IF NOT FS-STAT-PED-OK
               GO TO 2200-GERA-BONIFICACAOX
           END-IF

           MOVE FS-PED-NR-PEDIDO TO WS-NR-PEDIDO

           MOVE "WRITE" TO LK-JNL-OPERACAO
           PERFORM 8605-JORNAL-PEDIDO
           MOVE "A" TO LK-ETP-ETAPA
           PERFORM 8650-ETAPA-PEDIDO

           MOVE WS-NR-PEDIDO    TO FS-ITE-NR-PEDIDO
           MOVE 1               TO FS-ITE-NR-SEQUENCIA
           MOVE WS-CD-PRODUTO   TO FS-ITE-CD-PRODUTO
           MOVE WS-QT-RESGATE   TO FS-ITE-QT
           MOVE FS-PRM-VL-CUSTO TO FS-ITE-VL-UNITARIO
           MOVE WS-VL-CUSTO     TO FS-ITE-VL-TOTAL
           MOVE "N"             TO FS-ITE-IND-CONTRATO
           MOVE ZEROS           TO FS-ITE-PC-DESCONTO
           MOVE FS-PRM-VL-CUSTO TO FS-ITE-VL-PRECO-ORIG
           MOVE SPACES          TO FS-ITE-IND-CAMPANHA

           WRITE ARQ-PEDITEM-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE WS-CD-PRODUTO  TO FS-STQ-CD-PRODUTO
           MOVE WS-CD-DEPOSITO TO FS-STQ-CD-DEPOSITO
           READ ARQ-ESTOQUE

           IF FS-STAT-STQ-OK
               ADD WS-QT-RESGATE TO FS-STQ-QT-RESERVADO
               REWRITE ARQ-ESTOQUE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           ADD WS-VL-CUSTO TO FS-CLI-VL-EXPOSICAO
           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF FS-STAT-CLI-OK
               MOVE "REWRITE" TO LK-JNL-OPERACAO
               PERFORM 8600-JORNAL-CLIENTE
           END-IF.

       2200-GERA-BONIFICACAOX. EXIT.

      * -----------------------------------
      * DEBITA OS PONTOS DO RESGATE COM O PEDIDO COMO DOCUMENTO E
      * AUDITA
       2300-DEBITA-PONTOS SECTION.

           MOVE "R"            TO LK-PTS-FUNCAO
           MOVE WS-CD-CLIENTE  TO LK-PTS-CD-CLIENTE
           MOVE WS-DT-HOJE     TO LK-PTS-DT-MOVIMENTO
           MOVE WS-NR-PEDIDO   TO LK-PTS-NR-PEDIDO
           MOVE ZEROS          TO LK-PTS-NR-DEVOLUCAO
                                  LK-PTS-CD-PRODUTO
                                  LK-PTS-VL-DEVOLVIDO
           MOVE WS-QT-PONTOS   TO LK-PTS-QT-PONTOS
           MOVE WS-VL-CUSTO    TO LK-PTS-VL-CUSTO
           MOVE WS-ID-OPERADOR TO LK-PTS-ID-OPERADOR
           MOVE WS-DS-PRODUTO  TO LK-PTS-DS-HISTORICO
           CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS

           IF NOT LK-PTS-RC-OK
               MOVE "ERRO AO DEBITAR OS PONTOS - VERIFICAR O PEDIDO"
                 TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 9000-MOSTRA-ERRO
               GO TO 2300-DEBITA-PONTOSX
           END-IF

           MOVE WS-CD-PRODUTO  TO WS-AGR-PRODUTO
           MOVE WS-QT-RESGATE  TO WS-AGR-QT
           MOVE WS-QT-PONTOS   TO WS-AGR-PONTOS
           MOVE WS-AGR-RESGATE TO LK-AGR-ANTES
           MOVE WS-NR-PEDIDO   TO WS-AGR-NR-PED
           MOVE LK-PTS-QT-SALDO TO WS-AGR-SALDO
           MOVE WS-AGR-PEDIDO  TO LK-AGR-DEPOIS

           MOVE "PONTOS"       TO LK-AGR-ENTIDADE
           MOVE WS-CD-CLIENTE  TO LK-AGR-CHAVE
           MOVE "RESGATE"      TO LK-AGR-OPERACAO
           MOVE WS-ID-OPERADOR TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS

           MOVE LK-PTS-QT-SALDO TO WS-QT-SALDO
           DISPLAY SS-TELA-SALDO

           MOVE SPACES TO WS-MSGERRO
           STRING "RESGATE CONCLUIDO - PEDIDO DE BONIFICACAO "
                  DELIMITED BY SIZE
                  WS-NR-PEDIDO DELIMITED BY SIZE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       2300-DEBITA-PONTOSX. EXIT.

      * -----------------------------------
      * EXPIRA OS PONTOS VENCIDOS DE TODOS OS CLIENTES
       3000-EXPIRA-PONTOS SECTION.

           MOVE SPACES TO WS-ERRO
           MOVE "CONFIRMA A EXPIRACAO DOS PONTOS VENCIDOS (S/N)?"
             TO WS-MSGERRO
           ACCEPT SS-ERRO

           IF NOT E-SIM
               MOVE SPACES TO WS-ERRO
               GO TO 3000-EXPIRA-PONTOSX
           END-IF
           MOVE SPACES TO WS-ERRO

           MOVE ZEROS  TO WS-EXP-RETURN-CODE
           MOVE SPACES TO WS-EXP-MODO-BATCH
           CALL 'CBL_EXPIRA_PONTOS' USING WS-PARAM-EXP.

       3000-EXPIRA-PONTOSX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO RESGATE
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-ESTOQUE
           IF FS-STAT-STQ-NAO-EXISTE
               OPEN OUTPUT ARQ-ESTOQUE
               CLOSE ARQ-ESTOQUE
               OPEN I-O ARQ-ESTOQUE
           END-IF

           OPEN I-O ARQ-PEDIDO
           IF FS-STAT-PED-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDIDO
               CLOSE ARQ-PEDIDO
               OPEN I-O ARQ-PEDIDO
           END-IF

           OPEN I-O ARQ-PEDITEM
           IF FS-STAT-ITE-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDITEM
               CLOSE ARQ-PEDITEM
               OPEN I-O ARQ-PEDITEM
           END-IF

           OPEN I-O ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PREMIO.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO RESGATE
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PREMIO.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * JORNALIZA AS ATUALIZACOES PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_FIDELIDADE" TO LK-JNL-PROGRAMA
           MOVE WS-ID-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
       8605-JORNAL-PEDIDO SECTION.

           MOVE "PEDIDO" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_FIDELIDADE" TO LK-JNL-PROGRAMA
           MOVE WS-ID-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-PEDIDO-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

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

           MOVE "CBL_MENU_FIDELIDADE" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_FIDELIDADE.
