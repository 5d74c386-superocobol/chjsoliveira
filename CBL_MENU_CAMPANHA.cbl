      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Menu Campanhas Promocionais com Verba - CRUD
      * Tectonics: cobc
      ******************************************************************
      * CAMPANHA PROMOCIONAL COM VIGENCIA (DATA INICIO E FIM),
      * ABRANGENCIA (PRODUTO OU FAMILIA, REGIAO E CLASSE ABC DO
      * CLIENTE, BRANCO/ZERO = TODOS) E MECANICA: PRECO PROMOCIONAL
      * ("P"), PERCENTUAL SOBRE A TABELA ("D") OU LEVE QT-COMPRA
      * GANHE QT-BONUS EM LINHA DE BONIFICACAO ("B"). CADA CAMPANHA
      * TEM UMA VERBA EM DINHEIRO; A DIGITACAO DO PEDIDO SOMA EM
      * VL-CONSUMIDO O DESCONTO CONCEDIDO SOBRE A TABELA (OU A
      * BONIFICACAO A PRECO DE TABELA) E DEIXA DE APLICAR A CAMPANHA
      * QUANDO A VERBA SE ESGOTA. CAMPANHA COM CONSUMO NAO E EXCLUIDA
      * (DEVE SER INATIVADA) E SO TEM DATAS, VERBA E SITUACAO
      * ALTERADAS; A VERBA NUNCA FICA ABAIXO DO JA CONSUMIDO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_CAMPANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CAM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CAM.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CAMPANHA.

       COPY FS-ARQ-CAMPANHA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-ALTERAR   VALUE IS "2".
           88 E-EXCLUIR   VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-CAM PIC 9(02).
           88 FS-STAT-CAM-OK         VALUE 00.
           88 FS-STAT-CAM-EOF        VALUE 10 23.
           88 FS-STAT-CAM-CANCELA    VALUE 99.
           88 FS-STAT-CAM-NAO-EXISTE VALUE 35.
           88 FS-STAT-CAM-DUP        VALUE 21.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-CD-CAMPANHA    PIC 9(007) VALUE ZEROS.
       77 WS-DS-CAMPANHA    PIC X(030) VALUE SPACES.
       77 WS-DT-INICIO      PIC 9(008) VALUE ZEROS.
       77 WS-DT-FIM         PIC 9(008) VALUE ZEROS.
       77 WS-CD-PRODUTO     PIC 9(007) VALUE ZEROS.
       77 WS-CD-FAMILIA     PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO      PIC X(004) VALUE SPACES.
       77 WS-CLASSE-ABC     PIC X(001) VALUE SPACES.
       77 WS-TP-MECANICA    PIC X(001) VALUE SPACES.
           88 WS-PRECO-PROMO VALUES ARE "P" "p".
           88 WS-PERCENTUAL  VALUES ARE "D" "d".
           88 WS-LEVE-GANHE  VALUES ARE "B" "b".
       77 WS-VL-PRECO-PROMO PIC 9(007)V99 VALUE ZEROS.
       77 WS-PC-DESCONTO    PIC 9(002)V99 VALUE ZEROS.
       77 WS-QT-COMPRA      PIC 9(005) VALUE ZEROS.
       77 WS-QT-BONUS       PIC 9(005) VALUE ZEROS.
       77 WS-VL-VERBA       PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-CONSUMIDO   PIC 9(009)V99 VALUE ZEROS.
       77 WS-IND-ATIVO      PIC X(001) VALUE "S".

      * ABRANGENCIA E MECANICA GRAVADAS, PARA BARRAR A TROCA DEPOIS
      * QUE A CAMPANHA JA CONSUMIU VERBA
       01 WS-CAM-REGRA-ANT.
           05 WS-ANT-CD-PRODUTO     PIC 9(007).
           05 WS-ANT-CD-FAMILIA     PIC X(004).
           05 WS-ANT-CD-REGIAO      PIC X(004).
           05 WS-ANT-CLASSE-ABC     PIC X(001).
           05 WS-ANT-TP-MECANICA    PIC X(001).
           05 WS-ANT-VL-PRECO-PROMO PIC 9(007)V99.
           05 WS-ANT-PC-DESCONTO    PIC 9(002)V99.
           05 WS-ANT-QT-COMPRA      PIC 9(005).
           05 WS-ANT-QT-BONUS       PIC 9(005).

       01 WS-CAM-REGRA-NOVA.
           05 WS-NOV-CD-PRODUTO     PIC 9(007).
           05 WS-NOV-CD-FAMILIA     PIC X(004).
           05 WS-NOV-CD-REGIAO      PIC X(004).
           05 WS-NOV-CLASSE-ABC     PIC X(001).
           05 WS-NOV-TP-MECANICA    PIC X(001).
           05 WS-NOV-VL-PRECO-PROMO PIC 9(007)V99.
           05 WS-NOV-PC-DESCONTO    PIC 9(002)V99.
           05 WS-NOV-QT-COMPRA      PIC 9(005).
           05 WS-NOV-QT-BONUS       PIC 9(005).

       COPY CPY_ID_ARQ_CAMPANHA.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.

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
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CAMPANHA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 04 COLUMN 11 VALUE "Campanha:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CAMPANHA.
           05 SS-DADOS.
               10 LINE 05 COLUMN 10 VALUE "Descricao:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-DS-CAMPANHA.
               10 LINE 06 COLUMN 03 VALUE "Inicio (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INICIO.
               10 LINE 07 COLUMN 06 VALUE "Fim (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FIM.
               10 LINE 08 COLUMN 03 VALUE "Produto (0=Todos):".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-PRODUTO.
               10 LINE 09 COLUMN 01 VALUE "Familia (Br=Todas):".
               10 COLUMN PLUS 2 PIC X(04) USING WS-CD-FAMILIA.
               10 LINE 10 COLUMN 02 VALUE "Regiao (Br=Todas):".
               10 COLUMN PLUS 2 PIC X(04) USING WS-CD-REGIAO.
               10 LINE 11 COLUMN 02 VALUE "Classe (Br=Todas):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-CLASSE-ABC.
               10 LINE 12 COLUMN 03 VALUE "Mecanica (P/D/B):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TP-MECANICA.
               10 LINE 13 COLUMN 05 VALUE "Preco Promo (P):".
               10 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-PRECO-PROMO.
               10 LINE 14 COLUMN 06 VALUE "Desconto % (D):".
               10 COLUMN PLUS 2 PIC 9(02).99 USING WS-PC-DESCONTO.
               10 LINE 15 COLUMN 05 VALUE "Qt Compra/Leve:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-QT-COMPRA.
               10 LINE 16 COLUMN 06 VALUE "Qt Bonus/Ganhe:".
               10 COLUMN PLUS 2 PIC 9(05) USING WS-QT-BONUS.
               10 LINE 17 COLUMN 16 VALUE "Verba:".
               10 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-VERBA.
               10 LINE 18 COLUMN 12 VALUE "Consumido:".
               10 COLUMN PLUS 2 PIC 9(09).99 FROM WS-VL-CONSUMIDO.
               10 LINE 19 COLUMN 10 VALUE "Ativa (S/N):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-IND-ATIVO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CAMPANHA
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CAMPANHA.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-INCLUIR-CAMPANHA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ALTERAR-CAMPANHA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-EXCLUIR-CAMPANHA
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI CAMPANHA (NUMERO DE CBL_PROXIMO_CODIGO)
       1000-INCLUIR-CAMPANHA SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO ARQ-CAMPANHA-REC
           PERFORM 2900-LIMPA-TELA
           MOVE "S" TO WS-IND-ATIVO

           MOVE "CAMPANHA" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS
           MOVE LK-CTL-CODIGO TO WS-CD-CAMPANHA

           PERFORM 5000-ABRIR-ARQ-CAMPANHA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-CHAVE
               ACCEPT SS-DADOS

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 2000-VALIDA-CAMPANHA
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-CAMPANHA  TO FS-CAM-CD-CAMPANHA
               PERFORM 2100-MOVE-CAMPANHA
               MOVE ZEROS           TO FS-CAM-VL-CONSUMIDO

               WRITE ARQ-CAMPANHA-REC
               INVALID KEY
                   MOVE "CAMPANHA JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-WRITE

               IF FS-STAT-CAM-OK
                   MOVE "CAMPANHA" TO LK-CTL-ENTIDADE
                   MOVE "A" TO LK-CTL-FUNCAO
                   MOVE WS-CD-CAMPANHA TO LK-CTL-CODIGO
                   CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

                   MOVE "CAMPANHA ADICIONADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-CAMPANHA.

       1000-INCLUIR-CAMPANHAX. EXIT.

      * -----------------------------------
      * ALTERA UMA CAMPANHA; COM VERBA JA CONSUMIDA SO DATAS, VERBA,
      * DESCRICAO E SITUACAO PODEM MUDAR
       1100-ALTERAR-CAMPANHA SECTION.

           MOVE "02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO ARQ-CAMPANHA-REC
           MOVE ZEROS TO WS-CD-CAMPANHA

           PERFORM 5000-ABRIR-ARQ-CAMPANHA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               PERFORM 2900-LIMPA-TELA

               ACCEPT SS-CHAVE

               MOVE WS-CD-CAMPANHA TO FS-CAM-CD-CAMPANHA

               PERFORM 6000-LER-ARQ-CAMPANHA

               IF FS-STAT-CAM-EOF
                   MOVE "CAMPANHA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-CAM-OK
                   PERFORM 2200-CARREGA-CAMPANHA
                   MOVE WS-CAM-REGRA-NOVA TO WS-CAM-REGRA-ANT

                   ACCEPT SS-DADOS

                   IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   ELSE
                       PERFORM 2000-VALIDA-CAMPANHA
                   END-IF
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-CAM-OK

               PERFORM 2100-MOVE-CAMPANHA

               REWRITE ARQ-CAMPANHA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-REWRITE

               IF FS-STAT-CAM-OK
                   MOVE "CAMPANHA ALTERADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-CAMPANHA.

       1100-ALTERAR-CAMPANHAX. EXIT.

      * -----------------------------------
      * EXCLUI UMA CAMPANHA QUE AINDA NAO CONSUMIU VERBA
       1200-EXCLUIR-CAMPANHA SECTION.

           MOVE "03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO ARQ-CAMPANHA-REC
           MOVE ZEROS TO WS-CD-CAMPANHA

           PERFORM 5000-ABRIR-ARQ-CAMPANHA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               PERFORM 2900-LIMPA-TELA
               MOVE SPACES TO ARQ-CAMPANHA-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-CAMPANHA TO FS-CAM-CD-CAMPANHA

               PERFORM 6000-LER-ARQ-CAMPANHA

               IF FS-STAT-CAM-EOF
                   MOVE "CAMPANHA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-CAM-OK
                   PERFORM 2200-CARREGA-CAMPANHA
                   DISPLAY SS-DADOS
               END-IF

               IF FS-STAT-CAM-OK AND FS-CAM-VL-CONSUMIDO GREATER ZEROS
                   MOVE "CAMPANHA COM VERBA CONSUMIDA: INATIVAR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-CAM-OK AND FS-CAM-VL-CONSUMIDO EQUAL ZEROS
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DA CAMPANHA (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       DELETE ARQ-CAMPANHA
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-DELETE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-CAM-OK
                           MOVE "CAMPANHA EXCLUIDA COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-CAMPANHA.

       1200-EXCLUIR-CAMPANHAX. EXIT.

      * -----------------------------------
      * CONSISTE OS DADOS DIGITADOS; LIBERA A GRAVACAO SE VALIDOS
       2000-VALIDA-CAMPANHA SECTION.

           INSPECT WS-TP-MECANICA CONVERTING "pdb" TO "PDB"

           MOVE WS-CD-PRODUTO     TO WS-NOV-CD-PRODUTO
           MOVE WS-CD-FAMILIA     TO WS-NOV-CD-FAMILIA
           MOVE WS-CD-REGIAO      TO WS-NOV-CD-REGIAO
           MOVE WS-CLASSE-ABC     TO WS-NOV-CLASSE-ABC
           MOVE WS-TP-MECANICA    TO WS-NOV-TP-MECANICA
           MOVE WS-VL-PRECO-PROMO TO WS-NOV-VL-PRECO-PROMO
           MOVE WS-PC-DESCONTO    TO WS-NOV-PC-DESCONTO
           MOVE WS-QT-COMPRA      TO WS-NOV-QT-COMPRA
           MOVE WS-QT-BONUS       TO WS-NOV-QT-BONUS

           EVALUATE TRUE
               WHEN WS-DS-CAMPANHA EQUAL SPACES
                    MOVE "FAVOR INFORMAR A Descricao" TO WS-MSGERRO
               WHEN WS-DT-INICIO EQUAL ZEROS OR WS-DT-FIM EQUAL ZEROS
                    MOVE "FAVOR INFORMAR Inicio e Fim" TO WS-MSGERRO
               WHEN WS-DT-INICIO GREATER WS-DT-FIM
                    MOVE "DATA DE INICIO POSTERIOR AO FIM"
                      TO WS-MSGERRO
               WHEN WS-CD-PRODUTO GREATER ZEROS AND
                    WS-CD-FAMILIA NOT EQUAL SPACES
                    MOVE "INFORMAR Produto OU Familia, NAO AMBOS"
                      TO WS-MSGERRO
               WHEN NOT WS-PRECO-PROMO AND NOT WS-PERCENTUAL AND
                    NOT WS-LEVE-GANHE
                    MOVE "MECANICA DEVE SER P, D OU B" TO WS-MSGERRO
               WHEN WS-PRECO-PROMO AND WS-VL-PRECO-PROMO EQUAL ZEROS
                    MOVE "FAVOR INFORMAR O Preco Promo" TO WS-MSGERRO
               WHEN WS-PERCENTUAL AND WS-PC-DESCONTO EQUAL ZEROS
                    MOVE "FAVOR INFORMAR O Desconto %" TO WS-MSGERRO
               WHEN WS-LEVE-GANHE AND
                    (WS-QT-COMPRA EQUAL ZEROS OR
                     WS-QT-BONUS EQUAL ZEROS)
                    MOVE "FAVOR INFORMAR Qt Compra e Qt Bonus"
                      TO WS-MSGERRO
               WHEN WS-VL-VERBA EQUAL ZEROS
                    MOVE "FAVOR INFORMAR A Verba" TO WS-MSGERRO
               WHEN WS-VL-VERBA LESS WS-VL-CONSUMIDO
                    MOVE "VERBA MENOR QUE O JA CONSUMIDO"
                      TO WS-MSGERRO
               WHEN WS-VL-CONSUMIDO GREATER ZEROS AND
                    WS-CAM-REGRA-NOVA NOT EQUAL WS-CAM-REGRA-ANT
                    MOVE "CAMPANHA COM CONSUMO: SO DATAS/VERBA/SITUACAO"
                      TO WS-MSGERRO
               WHEN OTHER
                    MOVE SPACES TO WS-MSGERRO
                    MOVE 'S' TO W-VAL-ENTRADA
           END-EVALUATE

           IF NOT W-VAL-ENTRADA-OK
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       2000-VALIDA-CAMPANHAX. EXIT.

      * -----------------------------------
      * TRANSFERE OS DADOS DA TELA PARA O REGISTRO
       2100-MOVE-CAMPANHA SECTION.

           MOVE WS-DS-CAMPANHA    TO FS-CAM-DS-CAMPANHA
           MOVE WS-DT-INICIO      TO FS-CAM-DT-INICIO
           MOVE WS-DT-FIM         TO FS-CAM-DT-FIM
           MOVE WS-CD-PRODUTO     TO FS-CAM-CD-PRODUTO
           MOVE WS-CD-FAMILIA     TO FS-CAM-CD-FAMILIA
           MOVE WS-CD-REGIAO      TO FS-CAM-CD-REGIAO
           MOVE WS-CLASSE-ABC     TO FS-CAM-CLASSE-ABC
           MOVE WS-TP-MECANICA    TO FS-CAM-TP-MECANICA
           MOVE WS-VL-PRECO-PROMO TO FS-CAM-VL-PRECO-PROMO
           MOVE WS-PC-DESCONTO    TO FS-CAM-PC-DESCONTO
           MOVE WS-QT-COMPRA      TO FS-CAM-QT-COMPRA
           MOVE WS-QT-BONUS       TO FS-CAM-QT-BONUS
           MOVE WS-VL-VERBA       TO FS-CAM-VL-VERBA
           MOVE WS-IND-ATIVO      TO FS-CAM-IND-ATIVO.

       2100-MOVE-CAMPANHAX. EXIT.

      * -----------------------------------
      * TRANSFERE O REGISTRO LIDO PARA A TELA
       2200-CARREGA-CAMPANHA SECTION.

           MOVE FS-CAM-DS-CAMPANHA    TO WS-DS-CAMPANHA
           MOVE FS-CAM-DT-INICIO      TO WS-DT-INICIO
           MOVE FS-CAM-DT-FIM         TO WS-DT-FIM
           MOVE FS-CAM-CD-PRODUTO     TO WS-CD-PRODUTO
           MOVE FS-CAM-CD-FAMILIA     TO WS-CD-FAMILIA
           MOVE FS-CAM-CD-REGIAO      TO WS-CD-REGIAO
           MOVE FS-CAM-CLASSE-ABC     TO WS-CLASSE-ABC
           MOVE FS-CAM-TP-MECANICA    TO WS-TP-MECANICA
           MOVE FS-CAM-VL-PRECO-PROMO TO WS-VL-PRECO-PROMO
           MOVE FS-CAM-PC-DESCONTO    TO WS-PC-DESCONTO
           MOVE FS-CAM-QT-COMPRA      TO WS-QT-COMPRA
           MOVE FS-CAM-QT-BONUS       TO WS-QT-BONUS
           MOVE FS-CAM-VL-VERBA       TO WS-VL-VERBA
           MOVE FS-CAM-VL-CONSUMIDO   TO WS-VL-CONSUMIDO
           MOVE FS-CAM-IND-ATIVO      TO WS-IND-ATIVO

           MOVE WS-CD-PRODUTO     TO WS-NOV-CD-PRODUTO
           MOVE WS-CD-FAMILIA     TO WS-NOV-CD-FAMILIA
           MOVE WS-CD-REGIAO      TO WS-NOV-CD-REGIAO
           MOVE WS-CLASSE-ABC     TO WS-NOV-CLASSE-ABC
           MOVE WS-TP-MECANICA    TO WS-NOV-TP-MECANICA
           MOVE WS-VL-PRECO-PROMO TO WS-NOV-VL-PRECO-PROMO
           MOVE WS-PC-DESCONTO    TO WS-NOV-PC-DESCONTO
           MOVE WS-QT-COMPRA      TO WS-NOV-QT-COMPRA
           MOVE WS-QT-BONUS       TO WS-NOV-QT-BONUS.

       2200-CARREGA-CAMPANHAX. EXIT.

      * -----------------------------------
      * LIMPA OS CAMPOS DA TELA
       2900-LIMPA-TELA SECTION.

           MOVE SPACES TO WS-DS-CAMPANHA WS-CD-FAMILIA WS-CD-REGIAO
                          WS-CLASSE-ABC WS-TP-MECANICA WS-IND-ATIVO
           MOVE ZEROS TO WS-DT-INICIO WS-DT-FIM WS-CD-PRODUTO
                         WS-VL-PRECO-PROMO WS-PC-DESCONTO
                         WS-QT-COMPRA WS-QT-BONUS WS-VL-VERBA
                         WS-VL-CONSUMIDO
           MOVE LOW-VALUES TO WS-CAM-REGRA-ANT WS-CAM-REGRA-NOVA.

       2900-LIMPA-TELAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE CAMPANHAS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-CAMPANHA SECTION.

           OPEN I-O ARQ-CAMPANHA.

           IF FS-STAT-CAM-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CAMPANHA
               PERFORM 7000-FECHA-ARQ-CAMPANHA
               OPEN I-O ARQ-CAMPANHA
           END-IF.

       5000-ABRIR-ARQ-CAMPANHAX. EXIT.

      * -----------------------------------
      * LE CAMPANHA E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-CAMPANHA SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-CAMPANHA
           ELSE
               MOVE 99  TO FS-STAT-CAM
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-CAMPANHA-FIMX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE CAMPANHAS
       7000-FECHA-ARQ-CAMPANHA SECTION.

           CLOSE ARQ-CAMPANHA.

       7000-FECHA-ARQ-CAMPANHAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_CAMPANHA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_CAMPANHA.
