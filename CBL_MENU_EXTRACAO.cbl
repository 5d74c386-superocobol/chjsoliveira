      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Menu Extracoes Definidas - CRUD e Execucao
      * Tectonics: cobc
      ******************************************************************
      * MANTEM AS DEFINICOES DE EXTRACAO (EXTRACAO.IDX): NOME, ORIGEM
      * (CLIENTE, VENDEDOR, PEDIDO, RECEBER OU PRODUTO), ATE 10 CAMPOS
      * DO CATALOGO DA ORIGEM, ATE 3 FILTROS (IG IGUAL, FX FAIXA, NB
      * NAO EM BRANCO), O CAMPO DE ORDENACAO E O PERFIL EXIGIDO PARA
      * EXECUTAR. INCLUIR, ALTERAR E EXCLUIR FICAM COM O OPERADOR DE
      * PERFIL UTILITARIO; A EXECUCAO (CBL_EXECUTA_EXTRACAO) CONFERE O
      * PERFIL DA DEFINICAO. A OPCAO 5 MOSTRA O CATALOGO DE CAMPOS DE
      * UMA ORIGEM (* = DADO PESSOAL, SAI MASCARADO PARA QUEM NAO TEM
      * A AUTORIZACAO DE DADOS PESSOAIS).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_EXTRACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EXTRACAO ASSIGN TO DISK WID-ARQ-EXTRACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-EXD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-EXD.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRACAO.

       COPY FS-ARQ-EXTRACAO.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

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
           88 E-EXECUTAR  VALUE IS "4".
           88 E-CATALOGO  VALUE IS "5".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "5" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-EXD PIC 9(02).
           88 FS-STAT-EXD-OK         VALUE 00.
           88 FS-STAT-EXD-EOF        VALUE 10 23.
           88 FS-STAT-EXD-CANCELA    VALUE 99.
           88 FS-STAT-EXD-NAO-EXISTE VALUE 35.
           88 FS-STAT-EXD-DUP        VALUE 21.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 WS-NUML-CURR PIC 999.
       77 WS-NUMC-CURR PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-MANUTENCAO PIC X VALUE 'N'.
           88 PODE-MANUTENCAO VALUE 'S'.

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.
       77 WS-IDX     PIC 9(003) VALUE ZEROS.
       77 WS-QT-CAMPOS PIC 9(003) VALUE ZEROS.

      * DEFINICAO EM EDICAO NA TELA
       01 WS-DEFINICAO.
           05 WS-NM-EXTRACAO     PIC X(010) VALUE SPACES.
           05 WS-DEF-DADOS.
               10 WS-DS-EXTRACAO     PIC X(040).
               10 WS-NM-ORIGEM       PIC X(008).
               10 WS-NM-CAMPO        PIC X(012) OCCURS 10.
               10 WS-FILTRO OCCURS 3.
                   15 WS-FIL-CAMPO     PIC X(012).
                   15 WS-FIL-OPERADOR  PIC X(002).
                   15 WS-FIL-VALOR-DE  PIC X(020).
                   15 WS-FIL-VALOR-ATE PIC X(020).
               10 WS-NM-CAMPO-ORDEM  PIC X(012).
               10 WS-IND-ORDEM       PIC X(001).
               10 WS-IND-PERFIL      PIC X(001).

      * CATALOGO E BUSCA DE CAMPO
       77 WS-CAT-IDX   PIC 9(003) VALUE ZEROS.
       77 WS-CAT-ATU   PIC 9(003) VALUE ZEROS.
       77 WS-NM-BUSCA  PIC X(012) VALUE SPACES.
       01 WS-LIN-CATALOGO.
           05 WS-LCT-NM-CAMPO  PIC X(012).
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LCT-TIPO      PIC X(001).
           05 WS-LCT-PESSOAL   PIC X(001).

       COPY CPY_CATALOGO_EXTRACAO.

       COPY CPY_ID_ARQ_EXTRACAO.
       COPY CPY_ID_ARQ_OPERADOR.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_EXECUTA_EXTRACAO.

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
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - EXCLUIR".
           05 LINE 10 COLUMN 15 VALUE "04 - EXECUTAR".
           05 LINE 11 COLUMN 15 VALUE "05 - CATALOGO DE CAMPOS".
           05 LINE 13 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-EXTRACAO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 04 COLUMN 03 VALUE "Nome da Extracao....:".
               10 COLUMN PLUS 2 PIC X(10) USING WS-NM-EXTRACAO.
           05 SS-DADOS.
               10 LINE 05 COLUMN 03 VALUE "Descricao...........:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-DS-EXTRACAO.
               10 LINE 06 COLUMN 03 VALUE "Origem..............:".
               10 COLUMN PLUS 2 PIC X(08) USING WS-NM-ORIGEM.
               10 COLUMN PLUS 2 VALUE
                  "CLIENTE/VENDEDOR/PEDIDO/RECEBER/PRODUTO".
               10 LINE 07 COLUMN 03 VALUE "Perfil Exigido......:".
               10 COLUMN PLUS 2 PIC X(01) USING WS-IND-PERFIL.
               10 COLUMN PLUS 2 VALUE
                  "C Cadastro E Execucao U Utilitario Br Todos".
               10 LINE 09 COLUMN 03 VALUE "Campos:".
               10 LINE 10 COLUMN 03 VALUE "01".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(1).
               10 COLUMN PLUS 2 VALUE "02".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(2).
               10 COLUMN PLUS 2 VALUE "03".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(3).
               10 COLUMN PLUS 2 VALUE "04".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(4).
               10 COLUMN PLUS 2 VALUE "05".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(5).
               10 LINE 11 COLUMN 03 VALUE "06".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(6).
               10 COLUMN PLUS 2 VALUE "07".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(7).
               10 COLUMN PLUS 2 VALUE "08".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(8).
               10 COLUMN PLUS 2 VALUE "09".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(9).
               10 COLUMN PLUS 2 VALUE "10".
               10 COLUMN PLUS 1 PIC X(12) USING WS-NM-CAMPO(10).
               10 LINE 13 COLUMN 03 VALUE
                  "Filtros: Campo        Op Valor De             Val
      -           "or Ate".
               10 LINE 14 COLUMN 12 PIC X(12) USING WS-FIL-CAMPO(1).
               10 COLUMN PLUS 1 PIC X(02) USING WS-FIL-OPERADOR(1).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-DE(1).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-ATE(1).
               10 LINE 15 COLUMN 12 PIC X(12) USING WS-FIL-CAMPO(2).
               10 COLUMN PLUS 1 PIC X(02) USING WS-FIL-OPERADOR(2).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-DE(2).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-ATE(2).
               10 LINE 16 COLUMN 12 PIC X(12) USING WS-FIL-CAMPO(3).
               10 COLUMN PLUS 1 PIC X(02) USING WS-FIL-OPERADOR(3).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-DE(3).
               10 COLUMN PLUS 1 PIC X(20) USING WS-FIL-VALOR-ATE(3).
               10 LINE 17 COLUMN 12 VALUE
                  "Op: IG Igual  FX Faixa (De/Ate)  NB Nao em Branco".
               10 LINE 19 COLUMN 03 VALUE "Ordenar por.........:".
               10 COLUMN PLUS 2 PIC X(12) USING WS-NM-CAMPO-ORDEM.
               10 COLUMN PLUS 2 VALUE "Decrescente (D):".
               10 COLUMN PLUS 1 PIC X(01) USING WS-IND-ORDEM.

       01 SS-TELA-ORIGEM.
           05 LINE 05 COLUMN 03 VALUE "Origem..............:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-NM-ORIGEM.
           05 COLUMN PLUS 2 VALUE
              "CLIENTE/VENDEDOR/PEDIDO/RECEBER/PRODUTO".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-EXTRACAO
           END-IF
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-OPERADOR

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-EXTRACAO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 0100-VERIFICA-MANUTENCAO

           PERFORM UNTIL E-ENCERRAR
               MOVE "EXTRACOES DEFINIDAS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN (E-INCLUIR OR E-ALTERAR OR E-EXCLUIR) AND
                        NOT PODE-MANUTENCAO
                       MOVE "MANUTENCAO DE EXTRACOES EXIGE PERFIL UTI
      -                     "LITARIO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-EXTRACAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-EXTRACAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-EXTRACAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXECUTAR
                       PERFORM 1300-ACS-EXECUTAR-EXTRACAO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CATALOGO
                       PERFORM 1400-ACS-CATALOGO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * SO O PERFIL UTILITARIO MANTEM DEFINICOES; SEM CADASTRO DE
      * OPERADORES (CONTINGENCIA) A MANUTENCAO FICA LIBERADA
       0100-VERIFICA-MANUTENCAO SECTION.

           MOVE 'S' TO WS-MANUTENCAO

           OPEN INPUT ARQ-OPERADOR

           IF NOT FS-STAT-OPE-OK
               GO TO 0100-VERIFICA-MANUTENCAOX
           END-IF

           MOVE 'N' TO WS-MANUTENCAO
           MOVE LK-OPERADOR TO FS-OPE-ID
           READ ARQ-OPERADOR

           IF FS-STAT-OPE-OK AND FS-OPE-PODE-UTILITARIO
               MOVE 'S' TO WS-MANUTENCAO
           END-IF

           CLOSE ARQ-OPERADOR.

       0100-VERIFICA-MANUTENCAOX. EXIT.

      * -----------------------------------
      * INCLUI DEFINICAO DE EXTRACAO
       1000-ACS-INCLUIR-EXTRACAO SECTION.

           MOVE "01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-EXTRACAO-REC WS-DEFINICAO

           PERFORM 5000-ABRIR-ARQ-EXTRACAO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-EXTRACAO

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-NM-EXTRACAO EQUAL SPACES
                        MOVE "FAVOR INFORMAR O Nome da Extracao"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 5500-VALIDA-DEFINICAO
                        IF WS-MSGERRO EQUAL SPACES
                            MOVE 'S' TO W-VAL-ENTRADA
                        ELSE
                            PERFORM 9000-MOSTRA-ERRO
                        END-IF
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-NM-EXTRACAO TO FS-EXD-NM-EXTRACAO
               PERFORM 5600-MOVE-TELA-REGISTRO
               MOVE ZEROS TO FS-EXD-DT-ULT-EXECUCAO

               WRITE ARQ-EXTRACAO-REC
               INVALID KEY
                   MOVE "EXTRACAO JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE SPACES TO FS-EXD-KEY
               END-WRITE

               IF FS-STAT-EXD-OK
                   MOVE "INCLUI" TO LK-AGR-OPERACAO
                   PERFORM 8000-GRAVA-AUDGERAL
                   MOVE "EXTRACAO ADICIONADA COM SUCESSO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-EXTRACAO.

       1000-ACS-INCLUIR-EXTRACAO-FIMX. EXIT.

      * -----------------------------------
      * ALTERA DEFINICAO DE EXTRACAO
       1100-ACS-ALTERAR-EXTRACAO SECTION.

           MOVE "02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-EXTRACAO-REC WS-DEFINICAO

           PERFORM 5000-ABRIR-ARQ-EXTRACAO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-DEF-DADOS

               ACCEPT SS-CHAVE

               MOVE WS-NM-EXTRACAO TO FS-EXD-NM-EXTRACAO

               PERFORM 6000-LER-ARQ-EXTRACAO

               IF FS-STAT-EXD-EOF
                   MOVE "EXTRACAO NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-EXD-OK
                   PERFORM 5700-MOVE-REGISTRO-TELA

                   ACCEPT SS-DADOS

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN OTHER
                            PERFORM 5500-VALIDA-DEFINICAO
                            IF WS-MSGERRO EQUAL SPACES
                                PERFORM 5600-MOVE-TELA-REGISTRO
                                MOVE 'S' TO W-VAL-ENTRADA
                            ELSE
                                PERFORM 9000-MOSTRA-ERRO
                            END-IF
                   END-EVALUATE
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-EXD-OK

               REWRITE ARQ-EXTRACAO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE SPACES TO FS-EXD-KEY
               END-REWRITE

               IF FS-STAT-EXD-OK
                   MOVE "ALTERA" TO LK-AGR-OPERACAO
                   PERFORM 8000-GRAVA-AUDGERAL
                   MOVE "EXTRACAO ALTERADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-EXTRACAO.

       1100-ACS-ALTERAR-EXTRACAO-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI DEFINICAO DE EXTRACAO
       1200-ACS-EXCLUIR-EXTRACAO SECTION.

           MOVE "03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-EXTRACAO-REC WS-DEFINICAO

           PERFORM 5000-ABRIR-ARQ-EXTRACAO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-EXTRACAO-REC

               ACCEPT SS-CHAVE

               MOVE WS-NM-EXTRACAO TO FS-EXD-NM-EXTRACAO

               PERFORM 6000-LER-ARQ-EXTRACAO

               IF FS-STAT-EXD-EOF
                   MOVE "EXTRACAO NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-EXD-OK
                   PERFORM 5700-MOVE-REGISTRO-TELA
                   DISPLAY SS-DADOS
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DA EXTRACAO (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       DELETE ARQ-EXTRACAO
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-DELETE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-EXD-OK
                           MOVE "EXCLUI" TO LK-AGR-OPERACAO
                           PERFORM 8000-GRAVA-AUDGERAL
                           MOVE "EXTRACAO EXCLUIDA COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-EXTRACAO.

       1200-ACS-EXCLUIR-EXTRACAOX. EXIT.

      * -----------------------------------
      * EXECUTA A EXTRACAO INFORMADA E MOSTRA O RESULTADO
       1300-ACS-EXECUTAR-EXTRACAO SECTION.

           MOVE "04 - EXECUTAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE SPACES TO WS-DEFINICAO

           DISPLAY SS-CLS
           ACCEPT SS-CHAVE

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-NM-EXTRACAO EQUAL SPACES
               GO TO 1300-ACS-EXECUTAR-EXTRACAOX
           END-IF

           MOVE WS-NM-EXTRACAO TO LK-EXT-NM-EXTRACAO
           MOVE LK-OPERADOR TO LK-EXT-ID-OPERADOR
           CALL 'CBL_EXECUTA_EXTRACAO' USING LK-EXT-PARAMETERS

           MOVE SPACES TO WS-MSGERRO
           EVALUATE TRUE
               WHEN LK-EXT-RC-OK
                   STRING LK-EXT-QT-LINHAS DELIMITED BY SIZE
                          " LINHAS GERADAS EM " DELIMITED BY SIZE
                          LK-EXT-NM-ARQUIVO DELIMITED BY SPACE
                     INTO WS-MSGERRO
               WHEN LK-EXT-RC-NAO-EXISTE
                   MOVE "EXTRACAO NAO ENCONTRADA" TO WS-MSGERRO
               WHEN LK-EXT-RC-NEGADO
                   MOVE "OPERADOR SEM O PERFIL EXIGIDO PELA EXTRACAO"
                     TO WS-MSGERRO
               WHEN OTHER
                   MOVE "DEFINICAO INVALIDA OU ARQUIVO DE ORIGEM INDIS
      -                 "PONIVEL" TO WS-MSGERRO
           END-EVALUATE

           PERFORM 9000-MOSTRA-ERRO.

       1300-ACS-EXECUTAR-EXTRACAOX. EXIT.

      * -----------------------------------
      * MOSTRA OS CAMPOS DO CATALOGO DE UMA ORIGEM EM TRES COLUNAS
       1400-ACS-CATALOGO SECTION.

           MOVE "05 - CATALOGO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE SPACES TO WS-NM-ORIGEM

           DISPLAY SS-CLS
           ACCEPT SS-TELA-ORIGEM

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1400-ACS-CATALOGOX
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-NM-ORIGEM) TO WS-NM-ORIGEM
           MOVE 7 TO WS-NUML-CURR
           MOVE 3 TO WS-NUMC-CURR
           MOVE ZEROS TO WS-QT-CAMPOS

           PERFORM VARYING WS-CAT-ATU FROM 1 BY 1
                   UNTIL WS-CAT-ATU > WS-CAT-QTD
               IF WS-CAT-ORIGEM(WS-CAT-ATU) EQUAL WS-NM-ORIGEM
                   ADD 1 TO WS-QT-CAMPOS
                   MOVE WS-CAT-NM-CAMPO(WS-CAT-ATU) TO WS-LCT-NM-CAMPO
                   MOVE WS-CAT-TIPO(WS-CAT-ATU) TO WS-LCT-TIPO
                   MOVE SPACE TO WS-LCT-PESSOAL
                   IF WS-CAT-MASCARA(WS-CAT-ATU) NOT EQUAL SPACE
                       MOVE "*" TO WS-LCT-PESSOAL
                   END-IF
                   DISPLAY WS-LIN-CATALOGO
                     LINE WS-NUML-CURR COLUMN WS-NUMC-CURR
                   ADD 1 TO WS-NUML-CURR
                   IF WS-NUML-CURR GREATER 13
                       MOVE 7 TO WS-NUML-CURR
                       ADD 25 TO WS-NUMC-CURR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QT-CAMPOS EQUAL ZEROS
               MOVE "ORIGEM INVALIDA" TO WS-MSGERRO
           ELSE
               MOVE "TIPO A TEXTO N NUMERO V VALOR * DADO PESSOAL"
                 TO WS-MSGERRO
           END-IF

           PERFORM 9000-MOSTRA-ERRO.

       1400-ACS-CATALOGOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE EXTRACOES PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-EXTRACAO SECTION.

           OPEN I-O ARQ-EXTRACAO.

           IF FS-STAT-EXD-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-EXTRACAO
               PERFORM 7000-FECHA-ARQ-EXTRACAO
               OPEN I-O ARQ-EXTRACAO
           END-IF.

       5000-ABRIR-ARQ-EXTRACAOX. EXIT.

      * -----------------------------------
      * CONFERE A DEFINICAO DA TELA CONTRA O CATALOGO DA ORIGEM;
      * DEIXA A MENSAGEM EM WS-MSGERRO (BRANCO = DEFINICAO VALIDA)
       5500-VALIDA-DEFINICAO SECTION.

           MOVE SPACES TO WS-MSGERRO
           MOVE ZEROS TO WS-QT-CAMPOS

           INSPECT WS-DEF-DADOS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE WS-NM-ORIGEM TO FS-EXD-NM-ORIGEM
           MOVE WS-IND-PERFIL TO FS-EXD-IND-PERFIL

           IF NOT FS-EXD-ORIGEM-OK
               MOVE "ORIGEM INVALIDA" TO WS-MSGERRO
               GO TO 5500-VALIDA-DEFINICAOX
           END-IF

           IF NOT FS-EXD-PERFIL-OK
               MOVE "PERFIL INVALIDO (C, E, U OU BRANCO)"
                 TO WS-MSGERRO
               GO TO 5500-VALIDA-DEFINICAOX
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10 OR WS-MSGERRO NOT EQUAL SPACES
               IF WS-NM-CAMPO(WS-IDX) NOT EQUAL SPACES
                   ADD 1 TO WS-QT-CAMPOS
                   MOVE WS-NM-CAMPO(WS-IDX) TO WS-NM-BUSCA
                   PERFORM 5800-BUSCA-CATALOGO
                   IF WS-CAT-IDX EQUAL ZEROS
                       STRING "CAMPO " WS-NM-BUSCA
                              " NAO EXISTE NA ORIGEM " WS-NM-ORIGEM
                         DELIMITED BY SIZE INTO WS-MSGERRO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MSGERRO NOT EQUAL SPACES
               GO TO 5500-VALIDA-DEFINICAOX
           END-IF

           IF WS-QT-CAMPOS EQUAL ZEROS
               MOVE "FAVOR INFORMAR AO MENOS UM CAMPO" TO WS-MSGERRO
               GO TO 5500-VALIDA-DEFINICAOX
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3 OR WS-MSGERRO NOT EQUAL SPACES
               IF WS-FIL-CAMPO(WS-IDX) NOT EQUAL SPACES
                   MOVE WS-FIL-CAMPO(WS-IDX) TO WS-NM-BUSCA
                   PERFORM 5800-BUSCA-CATALOGO
                   MOVE WS-FIL-OPERADOR(WS-IDX)
                     TO FS-EXD-FIL-OPERADOR(1)
                   EVALUATE TRUE
                       WHEN WS-CAT-IDX EQUAL ZEROS
                           STRING "FILTRO: CAMPO " WS-NM-BUSCA
                                  " NAO EXISTE NA ORIGEM "
                                  WS-NM-ORIGEM
                             DELIMITED BY SIZE INTO WS-MSGERRO
                       WHEN NOT FS-EXD-FIL-OPERADOR-OK(1)
                           MOVE "FILTRO: OPERADOR DEVE SER IG, FX OU NB"
                             TO WS-MSGERRO
                       WHEN FS-EXD-FIL-IGUAL(1) AND
                            WS-FIL-VALOR-DE(WS-IDX) EQUAL SPACES
                           MOVE "FILTRO IG: FAVOR INFORMAR O Valor De"
                             TO WS-MSGERRO
                       WHEN FS-EXD-FIL-FAIXA(1) AND
                            (WS-FIL-VALOR-DE(WS-IDX) EQUAL SPACES OR
                             WS-FIL-VALOR-ATE(WS-IDX) EQUAL SPACES)
                           MOVE "FILTRO FX: FAVOR INFORMAR Valor De e V
      -                         "alor Ate" TO WS-MSGERRO
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-MSGERRO NOT EQUAL SPACES
               GO TO 5500-VALIDA-DEFINICAOX
           END-IF

           IF WS-NM-CAMPO-ORDEM NOT EQUAL SPACES
               MOVE WS-NM-CAMPO-ORDEM TO WS-NM-BUSCA
               PERFORM 5800-BUSCA-CATALOGO
               IF WS-CAT-IDX EQUAL ZEROS
                   STRING "ORDEM: CAMPO " WS-NM-BUSCA
                          " NAO EXISTE NA ORIGEM " WS-NM-ORIGEM
                     DELIMITED BY SIZE INTO WS-MSGERRO
               END-IF
           END-IF.

       5500-VALIDA-DEFINICAOX. EXIT.

      * -----------------------------------
      * COPIA A DEFINICAO DA TELA PARA O REGISTRO
       5600-MOVE-TELA-REGISTRO SECTION.

           MOVE WS-DS-EXTRACAO    TO FS-EXD-DS-EXTRACAO
           MOVE WS-NM-ORIGEM      TO FS-EXD-NM-ORIGEM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE WS-NM-CAMPO(WS-IDX) TO FS-EXD-NM-CAMPO(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE WS-FIL-CAMPO(WS-IDX)
                 TO FS-EXD-FIL-CAMPO(WS-IDX)
               MOVE WS-FIL-OPERADOR(WS-IDX)
                 TO FS-EXD-FIL-OPERADOR(WS-IDX)
               MOVE WS-FIL-VALOR-DE(WS-IDX)
                 TO FS-EXD-FIL-VALOR-DE(WS-IDX)
               MOVE WS-FIL-VALOR-ATE(WS-IDX)
                 TO FS-EXD-FIL-VALOR-ATE(WS-IDX)
           END-PERFORM
           MOVE WS-NM-CAMPO-ORDEM TO FS-EXD-NM-CAMPO-ORDEM
           MOVE WS-IND-ORDEM      TO FS-EXD-IND-ORDEM
           MOVE WS-IND-PERFIL     TO FS-EXD-IND-PERFIL
           MOVE LK-OPERADOR       TO FS-EXD-ID-OPERADOR
           MOVE WS-DT-HOJE        TO FS-EXD-DT-ALTERACAO.

       5600-MOVE-TELA-REGISTROX. EXIT.

      * -----------------------------------
      * COPIA A DEFINICAO DO REGISTRO PARA A TELA
       5700-MOVE-REGISTRO-TELA SECTION.

           MOVE FS-EXD-DS-EXTRACAO    TO WS-DS-EXTRACAO
           MOVE FS-EXD-NM-ORIGEM      TO WS-NM-ORIGEM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               MOVE FS-EXD-NM-CAMPO(WS-IDX) TO WS-NM-CAMPO(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE FS-EXD-FIL-CAMPO(WS-IDX)
                 TO WS-FIL-CAMPO(WS-IDX)
               MOVE FS-EXD-FIL-OPERADOR(WS-IDX)
                 TO WS-FIL-OPERADOR(WS-IDX)
               MOVE FS-EXD-FIL-VALOR-DE(WS-IDX)
                 TO WS-FIL-VALOR-DE(WS-IDX)
               MOVE FS-EXD-FIL-VALOR-ATE(WS-IDX)
                 TO WS-FIL-VALOR-ATE(WS-IDX)
           END-PERFORM
           MOVE FS-EXD-NM-CAMPO-ORDEM TO WS-NM-CAMPO-ORDEM
           MOVE FS-EXD-IND-ORDEM      TO WS-IND-ORDEM
           MOVE FS-EXD-IND-PERFIL     TO WS-IND-PERFIL.

       5700-MOVE-REGISTRO-TELAX. EXIT.

      * -----------------------------------
      * POSICAO NO CATALOGO DO CAMPO WS-NM-BUSCA DA ORIGEM DA TELA
      * (ZERO QUANDO NAO EXISTE)
       5800-BUSCA-CATALOGO SECTION.

           MOVE ZEROS TO WS-CAT-IDX

           PERFORM VARYING WS-CAT-ATU FROM 1 BY 1
                   UNTIL WS-CAT-ATU > WS-CAT-QTD OR
                         WS-CAT-IDX GREATER ZEROS
               IF WS-CAT-ORIGEM(WS-CAT-ATU) EQUAL WS-NM-ORIGEM AND
                  WS-CAT-NM-CAMPO(WS-CAT-ATU) EQUAL WS-NM-BUSCA
                   MOVE WS-CAT-ATU TO WS-CAT-IDX
               END-IF
           END-PERFORM.

       5800-BUSCA-CATALOGOX. EXIT.

      * -----------------------------------
      * LE EXTRACAO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE
       6000-LER-ARQ-EXTRACAO SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-EXTRACAO
           ELSE
               MOVE 99  TO FS-STAT-EXD
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-EXTRACAO-FIMX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE EXTRACOES
       7000-FECHA-ARQ-EXTRACAO SECTION.

           CLOSE ARQ-EXTRACAO.

       7000-FECHA-ARQ-EXTRACAOX. EXIT.

      * -----------------------------------
      * REGISTRA A MANUTENCAO DA DEFINICAO NA AUDITORIA GERAL
       8000-GRAVA-AUDGERAL SECTION.

           MOVE "EXTRACAO" TO LK-AGR-ENTIDADE
           MOVE FS-EXD-NM-EXTRACAO TO LK-AGR-CHAVE
           MOVE LK-OPERADOR TO LK-AGR-USUARIO
           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           STRING "ORIGEM " FS-EXD-NM-ORIGEM
                  " PERFIL " FS-EXD-IND-PERFIL
             DELIMITED BY SIZE INTO LK-AGR-DEPOIS
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8000-GRAVA-AUDGERALX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_EXTRACAO" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_MENU_EXTRACAO.
