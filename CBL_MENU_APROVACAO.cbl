      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Aprovacao de Alteracoes Sensiveis do Cliente
      * Tectonics: cobc
      ******************************************************************
      * SEGUNDA ASSINATURA DO CADASTRO DE CLIENTES: NA ALTERACAO DO
      * CLIENTE (CBL_MENU_CLIENTE) O LIMITE DE CREDITO, O BLOQUEIO E
      * SEU MOTIVO, O VENDEDOR E O CLIENTE SUCESSOR NAO SAO GRAVADOS
      * DIRETO: VIRAM UMA SOLICITACAO PENDENTE EM ALTPEND.IDX.
      * SO OPERADOR COM A AUTORIZACAO DE APROVADOR
      * (FS-OPE-AUT-APROVACAO) ENTRA NESTA TELA, E NUNCA VE AS
      * SOLICITACOES FEITAS POR ELE MESMO. PARA CADA SOLICITACAO
      * PENDENTE O APROVADOR DECIDE, SEMPRE COM UM COMENTARIO:
      *   A - APROVAR: OS VALORES PROPOSTOS SAO GRAVADOS NO CLIENTE,
      *       COM JORNAL, AUDITORIA DO CLIENTE E AUDITORIA GERAL
      *   R - REJEITAR: O CADASTRO FICA COMO ESTA
      *   P - PROXIMO: DEIXA A SOLICITACAO NA FILA
      * SE O CADASTRO MUDOU DEPOIS DA SOLICITACAO (OUTRA APROVACAO
      * NO MEIO) A SOLICITACAO E REJEITADA SEM APLICAR NADA.
      * NA ENTRADA, AS PENDENTES COM MAIS DE ALTERACAO-VALIDADE DIAS
      * (PADRAO 7) PASSAM A EXPIRADAS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_APROVACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ALTPEND ASSIGN TO DISK WID-ARQ-ALTPEND
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ALP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ALP.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

           SELECT ARQ-AUDITORIA ASSIGN TO WNM-ARQ-AUDITORIA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALTPEND.

       COPY FS-ARQ-ALTPEND.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       FD ARQ-AUDITORIA.

       COPY FS-ARQ-AUDITORIA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-ALP PIC 9(02).
           88 FS-STAT-ALP-OK         VALUE 00.
           88 FS-STAT-ALP-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       77 FS-STAT-AUD PIC 9(02).
           88 FS-STAT-AUD-OK         VALUE 00.
           88 FS-STAT-AUD-NAO-EXISTE VALUE 35.

       77 WNM-ARQ-AUDITORIA PIC X(50) VALUE "AUDITORIA_CLIENTE.LOG".

       77 WS-VENDEDOR-ABERTO PIC X VALUE 'N'.
           88 E-VENDEDOR-ABERTO VALUE 'S'.

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

       77 WS-PODE-APROVAR PIC X VALUE 'N'.
           88 E-PODE-APROVAR VALUE 'S'.

      * APROVADOR DA SESSAO (SEM LOGIN, O MESMO "SISTEMA" GRAVADO
      * COMO SOLICITANTE PELO CADASTRO)
       77 WS-ID-APROVADOR  PIC X(010) VALUE "SISTEMA".

      * VALIDADE DAS SOLICITACOES PENDENTES, EM DIAS
       77 WS-QT-DIAS-VALIDADE PIC 9(003) VALUE 7.
       77 WS-NR-DIA-HOJE      PIC 9(007) VALUE ZEROS.
       77 WS-NR-DIA-LIMITE    PIC 9(007) VALUE ZEROS.

      * SOLICITACAO EM TELA
       77 WS-NR-ALTERACAO  PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE    PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE    PIC X(040) VALUE SPACES.
       77 WS-DT-SOLICITACAO PIC 9(008) VALUE ZEROS.
       77 WS-ID-SOLICITANTE PIC X(010) VALUE SPACES.

       01 WS-ALP-ANTES.
           05 WS-ANT-VL-LIMITE   PIC 9(009)V99 VALUE ZEROS.
           05 WS-ANT-IND-BLOQ    PIC X(001) VALUE SPACES.
           05 WS-ANT-DS-MOTIVO   PIC X(020) VALUE SPACES.
           05 WS-ANT-CD-VENDEDOR PIC 9(007) VALUE ZEROS.
           05 WS-ANT-CD-SUCESSOR PIC 9(007) VALUE ZEROS.

       01 WS-ALP-NOVO.
           05 WS-NOV-VL-LIMITE   PIC 9(009)V99 VALUE ZEROS.
           05 WS-NOV-IND-BLOQ    PIC X(001) VALUE SPACES.
           05 WS-NOV-DS-MOTIVO   PIC X(020) VALUE SPACES.
           05 WS-NOV-CD-VENDEDOR PIC 9(007) VALUE ZEROS.
           05 WS-NOV-CD-SUCESSOR PIC 9(007) VALUE ZEROS.

       77 WS-DECISAO       PIC X(001) VALUE SPACES.
           88 E-APROVAR    VALUES ARE "A" "a".
           88 E-REJEITAR   VALUES ARE "R" "r".
           88 E-PROXIMO    VALUES ARE "P" "p".
       77 WS-DS-COMENTARIO PIC X(060) VALUE SPACES.

       77 WS-ACHOU PIC X VALUE 'N'.
           88 E-ACHOU VALUE 'S'.

      * RESUMO DOS CAMPOS SENSIVEIS PARA A AUDITORIA GERAL
       01 WS-AGR-RESUMO.
           05 FILLER           PIC X(004) VALUE "LIM=".
           05 WS-AGR-VL-LIMITE PIC 9(009).99.
           05 FILLER           PIC X(005) VALUE " BLQ=".
           05 WS-AGR-IND-BLOQ  PIC X(001).
           05 FILLER           PIC X(005) VALUE " VEN=".
           05 WS-AGR-VENDEDOR  PIC 9(007).
           05 FILLER           PIC X(005) VALUE " SUC=".
           05 WS-AGR-SUCESSOR  PIC 9(007).

      * TOTAIS DA SESSAO
       77 WS-QT-APROVADAS  PIC 9(005) VALUE ZEROS.
       77 WS-QT-REJEITADAS PIC 9(005) VALUE ZEROS.
       77 WS-QT-EXPIRADAS  PIC 9(005) VALUE ZEROS.

       COPY CPY_ID_ARQ_ALTPEND.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

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

       01 SS-TELA-ALTERACAO.
           05 LINE 04 COLUMN 09 VALUE "Solicitacao:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-NR-ALTERACAO.
           05 LINE 05 COLUMN 13 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 06 COLUMN 05 VALUE "Solicitado por:".
           05 COLUMN PLUS 2 PIC X(10) FROM WS-ID-SOLICITANTE.
           05 COLUMN PLUS 3 VALUE "em:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-SOLICITACAO.
           05 LINE 08 COLUMN 22 VALUE "Atual".
           05 LINE 08 COLUMN 47 VALUE "Proposto".
           05 LINE 09 COLUMN 08 VALUE "Lim.Credito:".
           05 LINE 09 COLUMN 22 PIC 9(09).99 FROM WS-ANT-VL-LIMITE.
           05 LINE 09 COLUMN 47 PIC 9(09).99 FROM WS-NOV-VL-LIMITE.
           05 LINE 10 COLUMN 10 VALUE "Bloqueado:".
           05 LINE 10 COLUMN 22 PIC X(01) FROM WS-ANT-IND-BLOQ.
           05 LINE 10 COLUMN 47 PIC X(01) FROM WS-NOV-IND-BLOQ.
           05 LINE 11 COLUMN 13 VALUE "Motivo:".
           05 LINE 11 COLUMN 22 PIC X(20) FROM WS-ANT-DS-MOTIVO.
           05 LINE 11 COLUMN 47 PIC X(20) FROM WS-NOV-DS-MOTIVO.
           05 LINE 12 COLUMN 11 VALUE "Vendedor:".
           05 LINE 12 COLUMN 22 PIC 9(07) FROM WS-ANT-CD-VENDEDOR.
           05 LINE 12 COLUMN 47 PIC 9(07) FROM WS-NOV-CD-VENDEDOR.
           05 LINE 13 COLUMN 11 VALUE "Sucessor:".
           05 LINE 13 COLUMN 22 PIC 9(07) FROM WS-ANT-CD-SUCESSOR.
           05 LINE 13 COLUMN 47 PIC 9(07) FROM WS-NOV-CD-SUCESSOR.

       01 SS-TELA-DECISAO.
           05 LINE 15 COLUMN 02
              VALUE "Decisao (A-Aprovar R-Rejeitar P-Proximo):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.
           05 LINE 16 COLUMN 08 VALUE "Comentario:".
           05 COLUMN PLUS 2 PIC X(60) USING WS-DS-COMENTARIO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-ALTPEND
           END-IF
           MOVE WNM-PATH-ALTPEND TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-ALTPEND TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-ALTPEND TO WNM-PATH-OPERADOR

           MOVE "ALTERACAO-VALIDADE" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-QT-DIAS-VALIDADE =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           IF LK-OPERADOR NOT EQUAL SPACES
               MOVE LK-OPERADOR TO WS-ID-APROVADOR
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ALTPEND.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "APROVACAO DE ALTERACOES DE CLIENTES" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           DISPLAY SS-CLS

           PERFORM 6700-VERIFICA-AUTORIZACAO
           IF NOT E-PODE-APROVAR
               MOVE "OPERADOR SEM AUTORIZACAO DE APROVADOR"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 5000-ABRIR-ARQUIVOS

           MOVE ZEROS TO WS-QT-APROVADAS WS-QT-REJEITADAS
                         WS-QT-EXPIRADAS
           PERFORM 6100-EXPIRA-PENDENTES

           MOVE LOW-VALUES TO FS-ALP-KEY
           MOVE ZEROS TO FS-STAT-ALP
           PERFORM 6000-LE-PROX-PENDENTE

           IF NOT FS-STAT-ALP-OK
               MOVE SPACES TO WS-MSGERRO
               STRING "NENHUMA ALTERACAO AGUARDANDO APROVACAO"
                      DELIMITED BY SIZE
                      " - EXPIRADAS " DELIMITED BY SIZE
                      WS-QT-EXPIRADAS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               MOVE 'N' TO W-VAL-ENTRADA
               PERFORM 1000-DECIDE-ALTERACAO
                 UNTIL W-VAL-ENTRADA-OK OR NOT FS-STAT-ALP-OK

               MOVE SPACES TO WS-MSGERRO
               STRING "FIM DA FILA - APROVADAS " DELIMITED BY SIZE
                      WS-QT-APROVADAS DELIMITED BY SIZE
                      " REJEITADAS " DELIMITED BY SIZE
                      WS-QT-REJEITADAS DELIMITED BY SIZE
                      " EXPIRADAS " DELIMITED BY SIZE
                      WS-QT-EXPIRADAS DELIMITED BY SIZE
                 INTO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MOSTRA A SOLICITACAO CORRENTE, ACEITA A DECISAO E O
      * COMENTARIO E AVANCA PARA A PROXIMA PENDENTE
       1000-DECIDE-ALTERACAO SECTION.

           PERFORM 2000-CARREGA-ALTERACAO

           MOVE SPACES TO WS-DECISAO WS-DS-COMENTARIO

           DISPLAY SS-CLS
           DISPLAY SS-TELA-ALTERACAO
           ACCEPT SS-TELA-DECISAO

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE 'S' TO W-VAL-ENTRADA
               GO TO 1000-DECIDE-ALTERACAOX
           END-IF

           EVALUATE TRUE
               WHEN E-PROXIMO
                   CONTINUE
               WHEN NOT E-APROVAR AND NOT E-REJEITAR
                   MOVE "DECISAO DEVE SER A, R OU P" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1000-DECIDE-ALTERACAOX
               WHEN WS-DS-COMENTARIO EQUAL SPACES
                   MOVE "INFORME O COMENTARIO DA DECISAO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1000-DECIDE-ALTERACAOX
               WHEN OTHER
                   MOVE SPACES TO WS-ERRO
                   IF E-APROVAR
                       MOVE "CONFIRMA A APROVACAO DA ALTERACAO (S/N)?"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "CONFIRMA A REJEICAO DA ALTERACAO (S/N)?"
                         TO WS-MSGERRO
                   END-IF
                   ACCEPT SS-ERRO
                   IF NOT E-SIM
                       MOVE SPACES TO WS-ERRO
                       GO TO 1000-DECIDE-ALTERACAOX
                   END-IF
                   MOVE SPACES TO WS-ERRO
                   IF E-APROVAR
                       PERFORM 3000-APROVA-ALTERACAO
                   ELSE
                       PERFORM 3100-REJEITA-ALTERACAO
                   END-IF
           END-EVALUATE

           MOVE WS-NR-ALTERACAO TO FS-ALP-NR-ALTERACAO
           PERFORM 6000-LE-PROX-PENDENTE.

       1000-DECIDE-ALTERACAOX. EXIT.

      * -----------------------------------
      * CARREGA OS CAMPOS DA TELA COM A SOLICITACAO CORRENTE E O
      * NOME DO CLIENTE
       2000-CARREGA-ALTERACAO SECTION.

           MOVE FS-ALP-NR-ALTERACAO   TO WS-NR-ALTERACAO
           MOVE FS-ALP-CD-CLIENTE     TO WS-CD-CLIENTE
           MOVE FS-ALP-DT-SOLICITACAO TO WS-DT-SOLICITACAO
           MOVE FS-ALP-ID-SOLICITANTE TO WS-ID-SOLICITANTE

           MOVE FS-ALP-VL-LIMITE-ANT   TO WS-ANT-VL-LIMITE
           MOVE FS-ALP-IND-BLOQ-ANT    TO WS-ANT-IND-BLOQ
           MOVE FS-ALP-DS-MOTIVO-ANT   TO WS-ANT-DS-MOTIVO
           MOVE FS-ALP-CD-VENDEDOR-ANT TO WS-ANT-CD-VENDEDOR
           MOVE FS-ALP-CD-SUCESSOR-ANT TO WS-ANT-CD-SUCESSOR
           MOVE FS-ALP-VL-LIMITE-NOV   TO WS-NOV-VL-LIMITE
           MOVE FS-ALP-IND-BLOQ-NOV    TO WS-NOV-IND-BLOQ
           MOVE FS-ALP-DS-MOTIVO-NOV   TO WS-NOV-DS-MOTIVO
           MOVE FS-ALP-CD-VENDEDOR-NOV TO WS-NOV-CD-VENDEDOR
           MOVE FS-ALP-CD-SUCESSOR-NOV TO WS-NOV-CD-SUCESSOR

           MOVE FS-ALP-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE
           ELSE
               MOVE "CLIENTE NAO ENCONTRADO" TO WS-NM-CLIENTE
           END-IF.

       2000-CARREGA-ALTERACAOX. EXIT.

      * -----------------------------------
      * APROVA A SOLICITACAO: CONFERE QUE O CADASTRO NAO MUDOU DESDE
      * A SOLICITACAO, VALIDA VENDEDOR E SUCESSOR E GRAVA OS VALORES
      * PROPOSTOS NO CLIENTE
       3000-APROVA-ALTERACAO SECTION.

           IF WS-NOV-CD-VENDEDOR GREATER ZEROS AND E-VENDEDOR-ABERTO
               MOVE WS-NOV-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
               READ ARQ-VENDEDOR
               IF NOT FS-STAT-VEN-OK
                   MOVE "VENDEDOR PROPOSTO NAO CADASTRADO - REJEITE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 3000-APROVA-ALTERACAOX
               END-IF
           END-IF

           IF WS-NOV-CD-SUCESSOR GREATER ZEROS
               MOVE WS-NOV-CD-SUCESSOR TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF NOT FS-STAT-CLI-OK
                   MOVE "SUCESSOR PROPOSTO NAO CADASTRADO - REJEITE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 3000-APROVA-ALTERACAOX
               END-IF
           END-IF

           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               MOVE "CLIENTE NAO ENCONTRADO - REJEITE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 3000-APROVA-ALTERACAOX
           END-IF

           IF FS-CLI-VL-LIM-CREDITO  NOT EQUAL WS-ANT-VL-LIMITE   OR
              FS-CLI-IND-BLOQUEADO   NOT EQUAL WS-ANT-IND-BLOQ    OR
              FS-CLI-DS-MOTIVO-BLOQ  NOT EQUAL WS-ANT-DS-MOTIVO   OR
              FS-CLI-CD-VENDEDOR     NOT EQUAL WS-ANT-CD-VENDEDOR OR
              FS-CLI-CD-CLI-SUCESSOR NOT EQUAL WS-ANT-CD-SUCESSOR
               MOVE "CADASTRO ALTERADO APOS A SOLICITACAO"
                 TO WS-DS-COMENTARIO
               MOVE "R" TO FS-ALP-IND-SITUACAO
               PERFORM 3200-GRAVA-DECISAO
               ADD 1 TO WS-QT-REJEITADAS
               MOVE "CADASTRO MUDOU DESDE A SOLICITACAO - REJEITADA"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 3000-APROVA-ALTERACAOX
           END-IF

           MOVE FS-CLI-DADOS TO FS-AUD-DADOS-ANTES

           MOVE WS-NOV-VL-LIMITE   TO FS-CLI-VL-LIM-CREDITO
           MOVE WS-NOV-IND-BLOQ    TO FS-CLI-IND-BLOQUEADO
           MOVE WS-NOV-DS-MOTIVO   TO FS-CLI-DS-MOTIVO-BLOQ
           MOVE WS-NOV-CD-VENDEDOR TO FS-CLI-CD-VENDEDOR
           MOVE WS-NOV-CD-SUCESSOR TO FS-CLI-CD-CLI-SUCESSOR

           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 3000-APROVA-ALTERACAOX
           END-REWRITE

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-CLIENTE

           MOVE "APROVACAO"            TO FS-AUD-OPERACAO
           MOVE FS-CLI-CD-CLIENTE      TO FS-AUD-CD-CLIENTE
           MOVE FS-CLI-CNPJ            TO FS-AUD-CNPJ
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO FS-AUD-NM-RAZAO-SOCIAL
           MOVE FS-CLI-DADOS           TO FS-AUD-DADOS-DEPOIS
           PERFORM 8000-GRAVA-AUDITORIA

           MOVE "A" TO FS-ALP-IND-SITUACAO
           PERFORM 3200-GRAVA-DECISAO

           MOVE "APROVA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-APROVADAS
           MOVE "ALTERACAO APROVADA E APLICADA AO CLIENTE"
             TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       3000-APROVA-ALTERACAOX. EXIT.

      * -----------------------------------
      * REJEITA A SOLICITACAO: O CADASTRO DO CLIENTE FICA COMO ESTA
       3100-REJEITA-ALTERACAO SECTION.

           MOVE "R" TO FS-ALP-IND-SITUACAO
           PERFORM 3200-GRAVA-DECISAO

           MOVE "REJEITA" TO LK-AGR-OPERACAO
           PERFORM 8700-REGISTRA-AUDITORIA

           ADD 1 TO WS-QT-REJEITADAS
           MOVE "ALTERACAO REJEITADA" TO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       3100-REJEITA-ALTERACAOX. EXIT.

      * -----------------------------------
      * GRAVA NA SOLICITACAO O APROVADOR, A DATA E O COMENTARIO DA
      * DECISAO (SITUACAO JA CARREGADA)
       3200-GRAVA-DECISAO SECTION.

           MOVE WS-NR-ALTERACAO  TO FS-ALP-NR-ALTERACAO
           MOVE WS-ID-APROVADOR  TO FS-ALP-ID-APROVADOR
           MOVE WS-DT-HOJE       TO FS-ALP-DT-DECISAO
           MOVE WS-DS-COMENTARIO TO FS-ALP-DS-COMENTARIO

           REWRITE ARQ-ALTPEND-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       3200-GRAVA-DECISAOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DA APROVACAO (SEM CADASTRO DE VENDEDORES O
      * VENDEDOR PROPOSTO NAO E CONFERIDO)
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-ALTPEND

           IF FS-STAT-ALP-NAO-EXISTE
               OPEN OUTPUT ARQ-ALTPEND
               CLOSE ARQ-ALTPEND
               OPEN I-O ARQ-ALTPEND
           END-IF

           OPEN I-O ARQ-CLIENTE

           MOVE 'N' TO WS-VENDEDOR-ABERTO
           OPEN INPUT ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE 'S' TO WS-VENDEDOR-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * PROXIMA SOLICITACAO PENDENTE APOS A CHAVE CORRENTE QUE NAO
      * TENHA SIDO FEITA PELO PROPRIO APROVADOR
       6000-LE-PROX-PENDENTE SECTION.

           MOVE 'N' TO WS-ACHOU

           PERFORM UNTIL E-ACHOU OR NOT FS-STAT-ALP-OK
               START ARQ-ALTPEND KEY > FS-ALP-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-ALP
                   NOT INVALID KEY
                       READ ARQ-ALTPEND NEXT
                           AT END MOVE 99 TO FS-STAT-ALP
                       END-READ
               END-START

               IF FS-STAT-ALP-OK AND FS-ALP-PENDENTE AND
                  FS-ALP-ID-SOLICITANTE NOT EQUAL WS-ID-APROVADOR
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       6000-LE-PROX-PENDENTEX. EXIT.

      * -----------------------------------
      * EXPIRA AS SOLICITACOES PENDENTES FEITAS HA MAIS DE
      * ALTERACAO-VALIDADE DIAS
       6100-EXPIRA-PENDENTES SECTION.

           COMPUTE WS-NR-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

           MOVE LOW-VALUES TO FS-ALP-KEY
           MOVE ZEROS TO FS-STAT-ALP

           PERFORM UNTIL NOT FS-STAT-ALP-OK
               START ARQ-ALTPEND KEY > FS-ALP-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-ALP
                   NOT INVALID KEY
                       READ ARQ-ALTPEND NEXT
                           AT END MOVE 99 TO FS-STAT-ALP
                       END-READ
               END-START

               IF FS-STAT-ALP-OK AND FS-ALP-PENDENTE
                   COMPUTE WS-NR-DIA-LIMITE =
                       FUNCTION INTEGER-OF-DATE(FS-ALP-DT-SOLICITACAO)
                       + WS-QT-DIAS-VALIDADE
                   IF WS-NR-DIA-LIMITE LESS WS-NR-DIA-HOJE
                       MOVE "E"        TO FS-ALP-IND-SITUACAO
                       MOVE SPACES     TO FS-ALP-ID-APROVADOR
                       MOVE WS-DT-HOJE TO FS-ALP-DT-DECISAO
                       MOVE "EXPIRADA SEM DECISAO NO PRAZO"
                         TO FS-ALP-DS-COMENTARIO
                       REWRITE ARQ-ALTPEND-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-QT-EXPIRADAS
                   END-IF
               END-IF
           END-PERFORM.

       6100-EXPIRA-PENDENTESX. EXIT.

      * -----------------------------------
      * SO OPERADOR COM A AUTORIZACAO DE APROVADOR DECIDE AS
      * ALTERACOES (SEM CADASTRO DE OPERADORES, QUALQUER UM PODE)
       6700-VERIFICA-AUTORIZACAO SECTION.

           MOVE 'N' TO WS-PODE-APROVAR

           OPEN INPUT ARQ-OPERADOR

           IF FS-STAT-OPE-NAO-EXISTE
               MOVE 'S' TO WS-PODE-APROVAR
           ELSE
               MOVE LK-OPERADOR TO FS-OPE-ID
               READ ARQ-OPERADOR
               IF FS-STAT-OPE-OK AND FS-OPE-PODE-APROVAR
                   MOVE 'S' TO WS-PODE-APROVAR
               END-IF
               CLOSE ARQ-OPERADOR
           END-IF.

       6700-VERIFICA-AUTORIZACAOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DA APROVACAO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-ALTPEND
           CLOSE ARQ-CLIENTE

           IF E-VENDEDOR-ABERTO
               CLOSE ARQ-VENDEDOR
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * GRAVA A TRILHA DE AUDITORIA DO CLIENTE (MESMO LOG DA
      * MANUTENCAO), COM O APROVADOR COMO USUARIO
       8000-GRAVA-AUDITORIA SECTION.

           OPEN EXTEND ARQ-AUDITORIA

           IF FS-STAT-AUD-NAO-EXISTE
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           ACCEPT FS-AUD-DATA FROM DATE YYYYMMDD
           ACCEPT FS-AUD-HORA FROM TIME
           MOVE WS-ID-APROVADOR TO FS-AUD-USUARIO

           WRITE ARQ-AUDITORIA-REC

           CLOSE ARQ-AUDITORIA.

       8000-GRAVA-AUDITORIAX. EXIT.

      * -----------------------------------
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_APROVACAO" TO LK-JNL-PROGRAMA
           MOVE WS-ID-APROVADOR TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * REGISTRA A DECISAO NA AUDITORIA GERAL: ANTES = VALORES DO
      * CADASTRO NA SOLICITACAO, DEPOIS = VALORES PROPOSTOS
       8700-REGISTRA-AUDITORIA SECTION.

           MOVE "CLIENTE"        TO LK-AGR-ENTIDADE
           MOVE SPACES           TO LK-AGR-CHAVE
           STRING WS-CD-CLIENTE DELIMITED BY SIZE
                  " ALT " DELIMITED BY SIZE
                  WS-NR-ALTERACAO DELIMITED BY SIZE
             INTO LK-AGR-CHAVE
           MOVE WS-ID-APROVADOR  TO LK-AGR-USUARIO

           MOVE WS-ANT-VL-LIMITE   TO WS-AGR-VL-LIMITE
           MOVE WS-ANT-IND-BLOQ    TO WS-AGR-IND-BLOQ
           MOVE WS-ANT-CD-VENDEDOR TO WS-AGR-VENDEDOR
           MOVE WS-ANT-CD-SUCESSOR TO WS-AGR-SUCESSOR
           MOVE WS-AGR-RESUMO      TO LK-AGR-ANTES

           MOVE WS-NOV-VL-LIMITE   TO WS-AGR-VL-LIMITE
           MOVE WS-NOV-IND-BLOQ    TO WS-AGR-IND-BLOQ
           MOVE WS-NOV-CD-VENDEDOR TO WS-AGR-VENDEDOR
           MOVE WS-NOV-CD-SUCESSOR TO WS-AGR-SUCESSOR
           MOVE WS-AGR-RESUMO      TO LK-AGR-DEPOIS

           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8700-REGISTRA-AUDITORIAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_APROVACAO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_APROVACAO.
