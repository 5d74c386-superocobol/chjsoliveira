      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Protecao de Dados Pessoais (LGPD)
      * Tectonics: cobc
      ******************************************************************
      * ATENDE OS DIREITOS DO TITULAR E A RETENCAO DOS DADOS PESSOAIS:
      * 01 - EXPORTACAO DO TITULAR: REUNE EM LGPD_TITULAR_<T><CODIGO>
      *      _<AAAAMMDD>.TXT TUDO O QUE O SISTEMA GUARDA DE UM CLIENTE
      *      (CADASTRO, PROSPECTS DO MESMO CNPJ OU CONVERTIDOS NELE,
      *      TRILHA AUDITORIA_CLIENTE.LOG E AS ENTRADAS DELE EM
      *      AUDITORIA_GERAL.LOG), DE UM VENDEDOR OU DE UM PROSPECT;
      * 02 - ANONIMIZACAO: CLIENTES INATIVOS SEM MOVIMENTO (TRILHA,
      *      PEDIDOS E TITULOS) HA MAIS DE LGPD-RETENCAO-MESES (PADRAO
      *      60) E SEM PEDIDO OU TITULO EM ABERTO TEM CONTATO, TELEFONE
      *      E E-MAIL APAGADOS NO CADASTRO E NA TRILHA DE AUDITORIA;
      *      PROSPECTS SEM CONTATO DESDE O CORTE (OS ATIVOS SO COM
      *      PROXIMO CONTATO MARCADO) TEM O NOME TROCADO POR UM
      *      PSEUDONIMO E O ENDERECO E AS COORDENADAS APAGADOS. CNPJ,
      *      RAZAO SOCIAL, ENDERECO DO CLIENTE, PEDIDOS, TITULOS E
      *      LANCAMENTOS FISCAIS E FINANCEIROS FICAM INTACTOS.
      * SO O OPERADOR COM A AUTORIZACAO DE DADOS PESSOAIS ENTRA NO
      * MENU; EM MODO BATCH RODA DIRETO A ANONIMIZACAO COM A RETENCAO
      * DO PARAMETRO. EXPORTACOES E ANONIMIZACOES FICAM REGISTRADAS EM
      * AUDITORIA_GERAL.LOG E AS ALTERACOES DO CLIENTE NO JORNAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_LGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PSP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PSP.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-AUDITORIA ASSIGN TO WNM-ARQ-AUDITORIA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-AUD.

           SELECT ARQ-AUD-RETIDA ASSIGN TO WNM-ARQ-AUD-RETIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-RET.

           SELECT ARQ-AUDGERAL ASSIGN TO WNM-ARQ-AUDGERAL
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-AGR.

           SELECT ARQ-EXPORTA ASSIGN TO WNM-ARQ-EXPORTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-EXP.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-VENDEDOR.
       COPY FS-ARQ-VENDEDOR.

       FD ARQ-PROSPECT.
       COPY FS-ARQ-PROSPECT.

       FD ARQ-PEDIDO.
       COPY FS-ARQ-PEDIDO.

       FD ARQ-RECEBER.
       COPY FS-ARQ-RECEBER.

       FD ARQ-AUDITORIA.
       COPY FS-ARQ-AUDITORIA.

       FD ARQ-AUD-RETIDA.
       01 ARQ-AUD-RETIDA-REC PIC X(800).

       FD ARQ-AUDGERAL.
       01 ARQ-AUDGERAL-REC.
           05 FS-AGR-DATA         PIC 9(008).
           05 FILLER              PIC X.
           05 FS-AGR-HORA         PIC 9(006).
           05 FILLER              PIC X.
           05 FS-AGR-ENTIDADE     PIC X(010).
           05 FILLER              PIC X.
           05 FS-AGR-CHAVE        PIC X(030).
           05 FILLER              PIC X.
           05 FS-AGR-OPERACAO     PIC X(010).
           05 FILLER              PIC X.
           05 FS-AGR-USUARIO      PIC X(020).
           05 FILLER              PIC X.
           05 FS-AGR-ANTES        PIC X(060).
           05 FILLER              PIC X.
           05 FS-AGR-DEPOIS       PIC X(060).

       FD ARQ-EXPORTA.
       01 ARQ-EXPORTA-REC PIC X(130).

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-EXPORTAR   VALUE IS "1".
           88 E-ANONIMIZAR VALUE IS "2".
           88 E-ENCERRAR   VALUES ARE "X" "x".
           88 E-OPCAO-OK   VALUES ARE "1" "2" "X" "x".

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-PSP PIC 9(02).
           88 FS-STAT-PSP-OK         VALUE 00.
           88 FS-STAT-PSP-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
           88 FS-STAT-PED-NAO-EXISTE VALUE 35.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-AUD PIC 9(02).
           88 FS-STAT-AUD-OK         VALUE 00.
           88 FS-STAT-AUD-EOF        VALUE 10.
           88 FS-STAT-AUD-NAO-EXISTE VALUE 35.

       77 FS-STAT-RET PIC 9(02).
           88 FS-STAT-RET-OK         VALUE 00.
           88 FS-STAT-RET-EOF        VALUE 10.

       77 FS-STAT-AGR PIC 9(02).
           88 FS-STAT-AGR-OK         VALUE 00.
           88 FS-STAT-AGR-NAO-EXISTE VALUE 35.

       77 FS-STAT-EXP PIC 9(02).
           88 FS-STAT-EXP-OK         VALUE 00.

       77 FS-STAT-REL PIC 9(02).
           88 FS-STAT-REL-OK         VALUE 00.

       77 WNM-ARQ-AUDITORIA   PIC X(50) VALUE "AUDITORIA_CLIENTE.LOG".
       77 WNM-ARQ-AUD-RETIDA  PIC X(50) VALUE "AUDITORIA_RETIDA.TMP".
       77 WNM-ARQ-AUDGERAL    PIC X(50) VALUE "AUDITORIA_GERAL.LOG".
       77 WNM-ARQ-EXPORTA     PIC X(50) VALUE SPACES.
       77 WNM-ARQ-RELATORIO   PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-MODO-BATCH PIC X VALUE 'N'.
           88 E-MODO-BATCH VALUE 'S'.

      * RETENCAO E DATA DE CORTE DA ANONIMIZACAO
       77 WQT-RETENCAO-MESES PIC 9(003) VALUE 60.
       01 WS-DT-HOJE.
           05 WS-HOJE-ANO PIC 9(004).
           05 WS-HOJE-MES PIC 9(002).
           05 WS-HOJE-DIA PIC 9(002).
       01 WS-DT-CORTE.
           05 WS-CORTE-ANO PIC 9(004).
           05 WS-CORTE-MES PIC 9(002).
           05 WS-CORTE-DIA PIC 9(002).
       01 WS-DT-CORTE-N REDEFINES WS-DT-CORTE PIC 9(008).
       77 WS-QT-MESES-CORTE PIC 9(006) VALUE ZEROS.

      * TITULAR DA EXPORTACAO (UM DOS CAMPOS DA TELA)
       77 WS-CD-CLIENTE-EXP   PIC 9(007) VALUE ZEROS.
       77 WS-CNPJ-EXP         PIC 9(014) VALUE ZEROS.
       77 WS-CD-VENDEDOR-EXP  PIC 9(007) VALUE ZEROS.
       77 WS-CPF-EXP          PIC 9(011) VALUE ZEROS.
       77 WS-NR-PROSPECT-EXP  PIC 9(007) VALUE ZEROS.
       77 WS-TP-TITULAR       PIC X(001) VALUE SPACES.
       77 WS-CD-TITULAR       PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE-X     PIC X(007) VALUE SPACES.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * PSEUDONIMOS DA ANONIMIZACAO
       77 WS-NM-ANONIMO    PIC X(030) VALUE "TITULAR ANONIMIZADO".
       77 WS-NM-PSP-ANONIMO PIC X(021) VALUE "PROSPECT ANONIMIZADO ".

      * ULTIMA MOVIMENTACAO POR CLIENTE (TRILHA, PEDIDOS E TITULOS)
      * E PENDENCIA EM ABERTO (PEDIDO NAO FATURADO OU TITULO ABERTO)
       01 WS-TAB-ULTMOV.
           05 WS-TAB-MOV-ITEM OCCURS 10000.
               10 WS-TAB-MOV-CD       PIC 9(007).
               10 WS-TAB-MOV-DATA     PIC 9(008).
               10 WS-TAB-MOV-PENDENTE PIC X(001).
       77 WS-TAB-MOV-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-MOV-IDX PIC 9(005) VALUE ZEROS.
       77 WS-MOV-ACHADO PIC X VALUE 'N'.
           88 E-MOV-ACHADO VALUE 'S'.
       77 WS-CD-CLIENTE-MOV PIC 9(007) VALUE ZEROS.
       77 WS-DT-MOV         PIC 9(008) VALUE ZEROS.
       77 WS-IND-PENDENTE   PIC X(001) VALUE 'N'.
           88 E-PENDENTE VALUE 'S'.
       77 WS-DT-ULT-MOV     PIC 9(008) VALUE ZEROS.

      * CLIENTES ANONIMIZADOS NESTA EXECUCAO (PARA LIMPAR A TRILHA)
       01 WS-TAB-ANONIMIZADOS.
           05 WS-TAB-ANO-CD OCCURS 10000 PIC 9(007).
       77 WS-TAB-ANO-QTD PIC 9(005) VALUE ZEROS.
       77 WS-TAB-ANO-IDX PIC 9(005) VALUE ZEROS.
       77 WS-ANO-ACHADO PIC X VALUE 'N'.
           88 E-ANO-ACHADO VALUE 'S'.

       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.

       01 WQT-TOTAIS.
           05 WQT-CLI-ANONIMIZADOS PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-PENDENTES    PIC 9(9) VALUE ZEROS.
           05 WQT-AUD-LIMPAS       PIC 9(9) VALUE ZEROS.
           05 WQT-PSP-ANONIMIZADOS PIC 9(9) VALUE ZEROS.
           05 WQT-LINHAS-EXP       PIC 9(9) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(130) VALUE SPACES.
       77 WS-ED-COORD  PIC -9(3).9(8).
       77 WS-ED-VALOR  PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ED-PC     PIC Z9.99.

       01 WS-LINHA-REL.
           05 WS-REL-TIPO        PIC X(008).
           05 FILLER             PIC X VALUE "|".
           05 WS-REL-CODIGO      PIC 9(007).
           05 FILLER             PIC X VALUE "|".
           05 WS-REL-CNPJ        PIC 9(014).
           05 FILLER             PIC X VALUE "|".
           05 WS-REL-NOME        PIC X(040).
           05 FILLER             PIC X VALUE "|".
           05 WS-REL-SITUACAO    PIC X(025).

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_PROSPECT.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_JORNAL.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_MASCARA_DADOS.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
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
           05 LINE 07 COLUMN 15 VALUE "01 - Exportar Dados do Titular".
           05 LINE 08 COLUMN 15 VALUE "02 - Anonimizar Inativos".
           05 LINE 10 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-TITULAR.
           05 LINE 08 COLUMN 05 VALUE "Informe UM dos titulares:".
           05 LINE 10 COLUMN 08 VALUE "Codigo Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-CLIENTE-EXP
              BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 09 VALUE "ou CNPJ:".
           05 COLUMN PLUS 2 PIC 9(14) USING WS-CNPJ-EXP
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 07 VALUE "Codigo Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR-EXP
              BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 09 VALUE "ou CPF:".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-CPF-EXP
              BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 06 VALUE "Numero Prospect:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-PROSPECT-EXP
              BLANK WHEN ZEROS.

       01 SS-TELA-RETENCAO.
           05 LINE 10 COLUMN 05 VALUE
              "Anonimizar Inativos ha mais de (meses):".
           05 COLUMN PLUS 2 PIC 9(003) USING WQT-RETENCAO-MESES.

       01 SS-TELA-RESULTADO.
           05 LINE 12 COLUMN 05 VALUE "Clientes Anonimizados:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-CLI-ANONIMIZADOS.
           05 LINE 13 COLUMN 05 VALUE "Mantidos por Pendencia:".
           05 COLUMN PLUS 1 PIC 9(9) USING WQT-CLI-PENDENTES.
           05 LINE 14 COLUMN 05 VALUE "Auditorias Limpas:".
           05 COLUMN PLUS 6 PIC 9(9) USING WQT-AUD-LIMPAS.
           05 LINE 15 COLUMN 05 VALUE "Prospects Anonimizados:".
           05 COLUMN PLUS 1 PIC 9(9) USING WQT-PSP-ANONIMIZADOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-CLIENTE
           END-IF
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PROSPECT
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-RECEBER

           MOVE "LGPD-RETENCAO-MESES" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WQT-RETENCAO-MESES =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO
           MOVE ZEROS TO LK-RETURN-CODE

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
               PERFORM 1100-ANONIMIZA-INATIVOS
               PERFORM 9999-FINALIZA
           END-IF

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF NOT LK-MSK-RC-OK
               MOVE "PROTECAO DE DADOS" TO WS-OP
               MOVE WS-DS-SAIR TO WS-STATUS
               DISPLAY SS-CLS
               MOVE "OPERADOR SEM AUTORIZACAO DE DADOS PESSOAIS"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM UNTIL E-ENCERRAR
               MOVE "PROTECAO DE DADOS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-EXPORTAR
                       PERFORM 1000-EXPORTA-TITULAR
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ANONIMIZAR
                       PERFORM 1100-ANONIMIZA-INATIVOS
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * EXPORTA TUDO O QUE O SISTEMA GUARDA DO TITULAR INFORMADO
       1000-EXPORTA-TITULAR SECTION.

           MOVE "01 - EXPORTAR TITULAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-CD-CLIENTE-EXP WS-CNPJ-EXP
                         WS-CD-VENDEDOR-EXP WS-CPF-EXP
                         WS-NR-PROSPECT-EXP WQT-LINHAS-EXP
                         WS-CD-TITULAR
           MOVE 'N' TO WS-ACHADO

           DISPLAY SS-CLS
           ACCEPT SS-TELA-TITULAR

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               GO TO 1000-EXPORTA-TITULARX
           END-IF

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN WS-CD-CLIENTE-EXP GREATER ZEROS OR
                    WS-CNPJ-EXP GREATER ZEROS
                   MOVE "C" TO WS-TP-TITULAR
                   PERFORM 2000-EXPORTA-CLIENTE
               WHEN WS-CD-VENDEDOR-EXP GREATER ZEROS OR
                    WS-CPF-EXP GREATER ZEROS
                   MOVE "V" TO WS-TP-TITULAR
                   PERFORM 2100-EXPORTA-VENDEDOR
               WHEN WS-NR-PROSPECT-EXP GREATER ZEROS
                   MOVE "P" TO WS-TP-TITULAR
                   PERFORM 2200-EXPORTA-PROSPECT
               WHEN OTHER
                   MOVE "FAVOR INFORMAR UM TITULAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 1000-EXPORTA-TITULARX
           END-EVALUATE

           IF NOT E-ACHADO
               MOVE "TITULAR NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-EXPORTA-TITULARX
           END-IF

           MOVE SPACES TO LK-AGR-CHAVE
           EVALUATE WS-TP-TITULAR
               WHEN "C"
                   STRING "CLIENTE " WS-CD-TITULAR
                     DELIMITED BY SIZE INTO LK-AGR-CHAVE
               WHEN "V"
                   STRING "VENDEDOR " WS-CD-TITULAR
                     DELIMITED BY SIZE INTO LK-AGR-CHAVE
               WHEN OTHER
                   STRING "PROSPECT " WS-CD-TITULAR
                     DELIMITED BY SIZE INTO LK-AGR-CHAVE
           END-EVALUATE
           MOVE "LGPD"    TO LK-AGR-ENTIDADE
           MOVE "EXPORTA" TO LK-AGR-OPERACAO
           MOVE SPACES TO LK-AGR-ANTES
           MOVE WNM-ARQ-EXPORTA TO LK-AGR-DEPOIS
           PERFORM 8000-GRAVA-AUDGERAL

           MOVE SPACES TO WS-MSGERRO
           STRING WQT-LINHAS-EXP DELIMITED BY SIZE
                  " LINHAS EXPORTADAS EM " DELIMITED BY SIZE
                  WNM-ARQ-EXPORTA DELIMITED BY SPACE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       1000-EXPORTA-TITULARX. EXIT.

      * -----------------------------------
      * CLIENTE: CADASTRO, PROSPECTS LIGADOS, TRILHA DO CLIENTE E
      * ENTRADAS DA AUDITORIA GERAL COM A CHAVE DELE
       2000-EXPORTA-CLIENTE SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               GO TO 2000-EXPORTA-CLIENTEX
           END-IF

           IF WS-CD-CLIENTE-EXP GREATER ZEROS
               MOVE WS-CD-CLIENTE-EXP TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
           ELSE
               MOVE WS-CNPJ-EXP TO FS-CLI-CNPJ
               READ ARQ-CLIENTE KEY IS FS-CLI-CNPJ
           END-IF

           IF NOT FS-STAT-CLI-OK
               CLOSE ARQ-CLIENTE
               GO TO 2000-EXPORTA-CLIENTEX
           END-IF

           MOVE 'S' TO WS-ACHADO
           MOVE FS-CLI-CD-CLIENTE TO WS-CD-TITULAR
           MOVE FS-CLI-CD-CLIENTE TO WS-CD-CLIENTE-X
           PERFORM 5000-ABRE-EXPORTA

           MOVE "*** CADASTRO DO CLIENTE ***" TO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CODIGO......: " FS-CLI-CD-CLIENTE
                  "  CNPJ: " FS-CLI-CNPJ
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "RAZAO SOCIAL: " FS-CLI-NM-RAZAO-SOCIAL
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CONTATO.....: " FS-CLI-NM-CONTATO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "TELEFONE....: " FS-CLI-NR-TELEFONE
                  "  E-MAIL: " FS-CLI-DS-EMAIL
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "ENDERECO....: "
                  FS-CLI-DS-LOGRADOURO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  FS-CLI-NR-ENDERECO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  FS-CLI-NM-BAIRRO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  FS-CLI-NM-MUNICIPIO DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  FS-CLI-SG-UF DELIMITED BY SIZE
                  " CEP " DELIMITED BY SIZE
                  FS-CLI-NR-CEP DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-CLI-VL-LATITUDE TO WS-ED-COORD
           STRING "COORDENADAS.: " WS-ED-COORD
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           MOVE FS-CLI-VL-LONGITUDE TO WS-ED-COORD
           MOVE WS-ED-COORD TO WS-LIN-TEXTO(30:13)
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "VENDEDOR....: " FS-CLI-CD-VENDEDOR
                  "  REGIAO: " FS-CLI-CD-REGIAO
                  "  ATIVO: " FS-CLI-IND-ATIVO
                  "  BLOQUEADO: " FS-CLI-IND-BLOQUEADO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-CLI-VL-LIM-CREDITO TO WS-ED-VALOR
           STRING "LIMITE......: " WS-ED-VALOR
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           PERFORM 2010-EXPORTA-PROSPECTS-CLI
           PERFORM 2020-EXPORTA-AUDITORIA-CLI
           PERFORM 2030-EXPORTA-AUDGERAL-CLI

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-EXPORTA.

       2000-EXPORTA-CLIENTEX. EXIT.

      * -----------------------------------
      * PROSPECTS DO MESMO CNPJ OU CONVERTIDOS NO CLIENTE
       2010-EXPORTA-PROSPECTS-CLI SECTION.

           MOVE "*** PROSPECTS ***" TO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           OPEN INPUT ARQ-PROSPECT

           IF NOT FS-STAT-PSP-OK
               GO TO 2010-EXPORTA-PROSPECTS-CLIX
           END-IF

           MOVE LOW-VALUES TO FS-PSP-KEY
           PERFORM 6300-LER-ARQ-PROSPECT

           PERFORM UNTIL NOT FS-STAT-PSP-OK
               IF (FS-CLI-CNPJ GREATER ZEROS AND
                   FS-PSP-CNPJ EQUAL FS-CLI-CNPJ) OR
                  FS-PSP-CD-CLIENTE-GER EQUAL FS-CLI-CD-CLIENTE
                   PERFORM 6500-GRAVA-PROSPECT-EXP
               END-IF
               PERFORM 6300-LER-ARQ-PROSPECT
           END-PERFORM

           CLOSE ARQ-PROSPECT.

       2010-EXPORTA-PROSPECTS-CLIX. EXIT.

      * -----------------------------------
      * TRILHA DE AUDITORIA DO CLIENTE (SO OS DADOS PESSOAIS E O
      * ENDERECO DE CADA IMAGEM)
       2020-EXPORTA-AUDITORIA-CLI SECTION.

           MOVE "*** TRILHA DE AUDITORIA DO CLIENTE ***"
             TO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           OPEN INPUT ARQ-AUDITORIA

           IF FS-STAT-AUD-NAO-EXISTE
               GO TO 2020-EXPORTA-AUDITORIA-CLIX
           END-IF

           READ ARQ-AUDITORIA

           PERFORM UNTIL NOT FS-STAT-AUD-OK
               IF FS-AUD-CD-CLIENTE EQUAL FS-CLI-CD-CLIENTE
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING FS-AUD-DATA " " FS-AUD-HORA " "
                          FS-AUD-OPERACAO " POR " FS-AUD-USUARIO
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  ANTES : " FS-AUD-NM-CONTATO-ANTES " "
                          FS-AUD-NR-TELEFONE-ANTES " "
                          FS-AUD-DS-EMAIL-ANTES
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "          " FS-AUD-ENDERECO-ANTES
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  DEPOIS: " FS-AUD-NM-CONTATO-DEPOIS " "
                          FS-AUD-NR-TELEFONE-DEPOIS " "
                          FS-AUD-DS-EMAIL-DEPOIS
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "          " FS-AUD-ENDERECO-DEPOIS
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP
               END-IF
               READ ARQ-AUDITORIA
           END-PERFORM

           CLOSE ARQ-AUDITORIA.

       2020-EXPORTA-AUDITORIA-CLIX. EXIT.

      * -----------------------------------
      * ENTRADAS DA AUDITORIA GERAL CHAVEADAS PELO CODIGO DO CLIENTE
      * (CLIENTE, PONTOS DE FIDELIDADE E HAVER)
       2030-EXPORTA-AUDGERAL-CLI SECTION.

           MOVE "*** AUDITORIA GERAL ***" TO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           OPEN INPUT ARQ-AUDGERAL

           IF NOT FS-STAT-AGR-OK
               GO TO 2030-EXPORTA-AUDGERAL-CLIX
           END-IF

           READ ARQ-AUDGERAL

           PERFORM UNTIL NOT FS-STAT-AGR-OK
               IF FS-AGR-CHAVE(1:7) EQUAL WS-CD-CLIENTE-X AND
                  (FS-AGR-ENTIDADE EQUAL "CLIENTE" OR
                   FS-AGR-ENTIDADE EQUAL "PONTOS" OR
                   FS-AGR-ENTIDADE EQUAL "HAVER")
                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING FS-AGR-DATA " " FS-AGR-HORA " "
                          FS-AGR-ENTIDADE " " FS-AGR-OPERACAO
                          " POR " FS-AGR-USUARIO
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  ANTES : " FS-AGR-ANTES
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP

                   MOVE SPACES TO WS-LIN-TEXTO
                   STRING "  DEPOIS: " FS-AGR-DEPOIS
                     DELIMITED BY SIZE INTO WS-LIN-TEXTO
                   PERFORM 6900-GRAVA-LINHA-EXP
               END-IF
               READ ARQ-AUDGERAL
           END-PERFORM

           CLOSE ARQ-AUDGERAL.

       2030-EXPORTA-AUDGERAL-CLIX. EXIT.

      * -----------------------------------
      * VENDEDOR: CADASTRO (POR CODIGO OU CPF)
       2100-EXPORTA-VENDEDOR SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF NOT FS-STAT-VEN-OK
               GO TO 2100-EXPORTA-VENDEDORX
           END-IF

           IF WS-CD-VENDEDOR-EXP GREATER ZEROS
               MOVE WS-CD-VENDEDOR-EXP TO FS-VEN-CD-VENDEDOR
               READ ARQ-VENDEDOR
           ELSE
               MOVE WS-CPF-EXP TO FS-VEN-CPF
               READ ARQ-VENDEDOR KEY IS FS-VEN-CPF
           END-IF

           IF NOT FS-STAT-VEN-OK
               CLOSE ARQ-VENDEDOR
               GO TO 2100-EXPORTA-VENDEDORX
           END-IF

           MOVE 'S' TO WS-ACHADO
           MOVE FS-VEN-CD-VENDEDOR TO WS-CD-TITULAR
           PERFORM 5000-ABRE-EXPORTA

           MOVE "*** CADASTRO DO VENDEDOR ***" TO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "CODIGO......: " FS-VEN-CD-VENDEDOR
                  "  CPF: " FS-VEN-CPF
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "NOME........: " FS-VEN-NM-VENDEDOR
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-VEN-VL-LATITUDE TO WS-ED-COORD
           STRING "BASE........: " WS-ED-COORD
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           MOVE FS-VEN-VL-LONGITUDE TO WS-ED-COORD
           MOVE WS-ED-COORD TO WS-LIN-TEXTO(30:13)
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-VEN-PC-COMISSAO TO WS-ED-PC
           STRING "REGIAO......: " FS-VEN-CD-REGIAO
                  "  COMISSAO: " WS-ED-PC "%"
                  "  FUNCAO: " FS-VEN-IND-FUNCAO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-EXPORTA.

       2100-EXPORTA-VENDEDORX. EXIT.

      * -----------------------------------
      * PROSPECT: CADASTRO DO PROSPECT
       2200-EXPORTA-PROSPECT SECTION.

           OPEN INPUT ARQ-PROSPECT

           IF NOT FS-STAT-PSP-OK
               GO TO 2200-EXPORTA-PROSPECTX
           END-IF

           MOVE WS-NR-PROSPECT-EXP TO FS-PSP-NR-PROSPECT
           READ ARQ-PROSPECT

           IF NOT FS-STAT-PSP-OK
               CLOSE ARQ-PROSPECT
               GO TO 2200-EXPORTA-PROSPECTX
           END-IF

           MOVE 'S' TO WS-ACHADO
           MOVE FS-PSP-NR-PROSPECT TO WS-CD-TITULAR
           PERFORM 5000-ABRE-EXPORTA

           PERFORM 6500-GRAVA-PROSPECT-EXP

           IF FS-PSP-CD-CLIENTE-GER IS NUMERIC AND
              FS-PSP-CD-CLIENTE-GER GREATER ZEROS
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "CONVERTIDO NO CLIENTE " FS-PSP-CD-CLIENTE-GER
                      " - EXPORTE O CLIENTE PARA O RESTANTE"
                 DELIMITED BY SIZE INTO WS-LIN-TEXTO
               PERFORM 6900-GRAVA-LINHA-EXP
           END-IF

           CLOSE ARQ-PROSPECT
           CLOSE ARQ-EXPORTA.

       2200-EXPORTA-PROSPECTX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DA EXPORTACAO DO TITULAR CORRENTE
       5000-ABRE-EXPORTA SECTION.

           MOVE SPACES TO WNM-ARQ-EXPORTA
           STRING "LGPD_TITULAR_" WS-TP-TITULAR WS-CD-TITULAR
                  "_" WS-DT-HOJE ".TXT"
             DELIMITED BY SIZE INTO WNM-ARQ-EXPORTA

           OPEN OUTPUT ARQ-EXPORTA

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "DADOS PESSOAIS DO TITULAR - EMITIDO EM "
                  WS-DT-HOJE " POR " LK-OPERADOR
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP.

       5000-ABRE-EXPORTAX. EXIT.

      * -----------------------------------
      * GRAVA OS DADOS DO PROSPECT CORRENTE NA EXPORTACAO
       6500-GRAVA-PROSPECT-EXP SECTION.

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "PROSPECT....: " FS-PSP-NR-PROSPECT
                  "  CNPJ: " FS-PSP-CNPJ
                  "  SITUACAO: " FS-PSP-IND-SITUACAO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "NOME........: " FS-PSP-NM-PROSPECT
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "ENDERECO....: " FS-PSP-ENDERECO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           MOVE FS-PSP-VL-LATITUDE TO WS-ED-COORD
           STRING "COORDENADAS.: " WS-ED-COORD
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           MOVE FS-PSP-VL-LONGITUDE TO WS-ED-COORD
           MOVE WS-ED-COORD TO WS-LIN-TEXTO(30:13)
           PERFORM 6900-GRAVA-LINHA-EXP

           MOVE SPACES TO WS-LIN-TEXTO
           STRING "VENDEDOR....: " FS-PSP-CD-VENDEDOR
                  "  PROXIMO CONTATO: " FS-PSP-DT-PROX-CONTATO
             DELIMITED BY SIZE INTO WS-LIN-TEXTO
           PERFORM 6900-GRAVA-LINHA-EXP.

       6500-GRAVA-PROSPECT-EXPX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NA EXPORTACAO DO TITULAR
       6900-GRAVA-LINHA-EXP SECTION.

           MOVE WS-LIN-TEXTO TO ARQ-EXPORTA-REC
           WRITE ARQ-EXPORTA-REC
           ADD 1 TO WQT-LINHAS-EXP
           MOVE SPACES TO WS-LIN-TEXTO.

       6900-GRAVA-LINHA-EXPX. EXIT.

      * -----------------------------------
      * ANONIMIZA CLIENTES E PROSPECTS INATIVOS ALEM DA RETENCAO E
      * EMITE O RELATORIO LGPD_ANONIMIZACAO_<AAAAMMDD>.TXT
       1100-ANONIMIZA-INATIVOS SECTION.

           MOVE ZEROS TO WQT-TOTAIS WS-TAB-ANO-QTD
           MOVE 'N' TO WS-TAB-CHEIA

           IF NOT E-MODO-BATCH
               MOVE "02 - ANONIMIZAR" TO WS-OP
               MOVE WS-DS-SAIR TO WS-STATUS
               DISPLAY SS-CLS
               DISPLAY SS-TELA-RETENCAO
               ACCEPT SS-TELA-RETENCAO
               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   GO TO 1100-ANONIMIZA-INATIVOSX
               END-IF
           END-IF

           IF WQT-RETENCAO-MESES EQUAL ZEROS
               MOVE "RETENCAO DEVE SER MAIOR QUE ZERO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1100-ANONIMIZA-INATIVOSX
           END-IF

           PERFORM 3000-CALCULA-CORTE

           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "LGPD_ANONIMIZACAO_" WS-DT-HOJE ".TXT"
             DELIMITED BY SIZE INTO WNM-ARQ-RELATORIO

           OPEN OUTPUT ARQ-RELATORIO
           MOVE SPACES TO ARQ-RELATORIO-REC
           STRING "ANONIMIZACAO LGPD - CORTE " WS-DT-CORTE-N
                  " (RETENCAO " WQT-RETENCAO-MESES " MESES)"
             DELIMITED BY SIZE INTO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC

           PERFORM 3100-CARREGA-MOVIMENTACAO

      * SEM A MOVIMENTACAO COMPLETA NA TABELA UM CLIENTE COM
      * MOVIMENTO PARECERIA PARADO: NAO ANONIMIZA NENHUM
           IF E-TAB-CHEIA
               MOVE "LIMITE DE 10000 CLIENTES NA TABELA, CLIENTES NAO AN
      -             "ONIMIZADOS" TO ARQ-RELATORIO-REC
               WRITE ARQ-RELATORIO-REC
           ELSE
               PERFORM 3200-ANONIMIZA-CLIENTES
               IF WS-TAB-ANO-QTD GREATER ZEROS
                   PERFORM 3300-LIMPA-AUDITORIA
               END-IF
           END-IF

           PERFORM 3400-ANONIMIZA-PROSPECTS

           MOVE SPACES TO ARQ-RELATORIO-REC
           STRING "CLIENTES ANONIMIZADOS: " WQT-CLI-ANONIMIZADOS
                  "  MANTIDOS POR PENDENCIA: " WQT-CLI-PENDENTES
             DELIMITED BY SIZE INTO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE SPACES TO ARQ-RELATORIO-REC
           STRING "AUDITORIAS LIMPAS: " WQT-AUD-LIMPAS
                  "  PROSPECTS ANONIMIZADOS: " WQT-PSP-ANONIMIZADOS
             DELIMITED BY SIZE INTO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC

           CLOSE ARQ-RELATORIO
           PERFORM 8500-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSGERRO
           STRING "ANONIMIZACAO: " WQT-CLI-ANONIMIZADOS
                  " CLIENTES E " WQT-PSP-ANONIMIZADOS
                  " PROSPECTS EM " DELIMITED BY SIZE
                  WNM-ARQ-RELATORIO DELIMITED BY SPACE
             INTO WS-MSGERRO

           IF E-MODO-BATCH
               MOVE "CBL_MENU_LGPD" TO LK-LOG-PROGRAMA
               MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
               CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       1100-ANONIMIZA-INATIVOSX. EXIT.

      * -----------------------------------
      * DATA DE CORTE = HOJE MENOS A RETENCAO EM MESES (DIA LIMITADO
      * A 28 PARA VALER EM QUALQUER MES)
       3000-CALCULA-CORTE SECTION.

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           COMPUTE WS-QT-MESES-CORTE =
               (WS-HOJE-ANO * 12) + WS-HOJE-MES - 1
               - WQT-RETENCAO-MESES
           DIVIDE WS-QT-MESES-CORTE BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES

           MOVE WS-HOJE-DIA TO WS-CORTE-DIA
           IF WS-CORTE-DIA GREATER 28
               MOVE 28 TO WS-CORTE-DIA
           END-IF.

       3000-CALCULA-CORTEX. EXIT.

      * -----------------------------------
      * LEVANTA A ULTIMA MOVIMENTACAO E AS PENDENCIAS DE CADA
      * CLIENTE NA TRILHA DE AUDITORIA, NOS PEDIDOS E NOS TITULOS
       3100-CARREGA-MOVIMENTACAO SECTION.

           MOVE ZEROS TO WS-TAB-MOV-QTD

           OPEN INPUT ARQ-AUDITORIA
           IF NOT FS-STAT-AUD-NAO-EXISTE
               READ ARQ-AUDITORIA
               PERFORM UNTIL NOT FS-STAT-AUD-OK
                   MOVE FS-AUD-CD-CLIENTE TO WS-CD-CLIENTE-MOV
                   MOVE FS-AUD-DATA TO WS-DT-MOV
                   MOVE 'N' TO WS-IND-PENDENTE
                   PERFORM 6100-REGISTRA-MOVIMENTO
                   READ ARQ-AUDITORIA
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF

           OPEN INPUT ARQ-PEDIDO
           IF FS-STAT-PED-OK
               MOVE LOW-VALUES TO FS-PED-KEY
               PERFORM 6200-LER-ARQ-PEDIDO
               PERFORM UNTIL NOT FS-STAT-PED-OK
                   MOVE FS-PED-CD-CLIENTE TO WS-CD-CLIENTE-MOV
                   MOVE FS-PED-DT-PEDIDO TO WS-DT-MOV
                   IF FS-PED-DT-FATURAMENTO IS NUMERIC AND
                      FS-PED-DT-FATURAMENTO GREATER WS-DT-MOV
                       MOVE FS-PED-DT-FATURAMENTO TO WS-DT-MOV
                   END-IF
                   MOVE 'N' TO WS-IND-PENDENTE
                   IF FS-PED-ABERTO OR FS-PED-CONFIRMADO OR
                      FS-PED-RETIDO
                       MOVE 'S' TO WS-IND-PENDENTE
                   END-IF
                   PERFORM 6100-REGISTRA-MOVIMENTO
                   PERFORM 6200-LER-ARQ-PEDIDO
               END-PERFORM
               CLOSE ARQ-PEDIDO
           END-IF

           OPEN INPUT ARQ-RECEBER
           IF FS-STAT-REC-OK
               MOVE LOW-VALUES TO FS-REC-KEY
               PERFORM 6250-LER-ARQ-RECEBER
               PERFORM UNTIL NOT FS-STAT-REC-OK
                   MOVE FS-REC-CD-CLIENTE TO WS-CD-CLIENTE-MOV
                   MOVE FS-REC-DT-EMISSAO TO WS-DT-MOV
                   IF FS-REC-DT-PAGAMENTO IS NUMERIC AND
                      FS-REC-DT-PAGAMENTO GREATER WS-DT-MOV
                       MOVE FS-REC-DT-PAGAMENTO TO WS-DT-MOV
                   END-IF
                   MOVE 'N' TO WS-IND-PENDENTE
                   IF FS-REC-ABERTO
                       MOVE 'S' TO WS-IND-PENDENTE
                   END-IF
                   PERFORM 6100-REGISTRA-MOVIMENTO
                   PERFORM 6250-LER-ARQ-RECEBER
               END-PERFORM
               CLOSE ARQ-RECEBER
           END-IF.

       3100-CARREGA-MOVIMENTACAOX. EXIT.

      * -----------------------------------
      * ACUMULA NA TABELA A DATA E A PENDENCIA DO MOVIMENTO CORRENTE
       6100-REGISTRA-MOVIMENTO SECTION.

           MOVE 'N' TO WS-MOV-ACHADO

           PERFORM VARYING WS-TAB-MOV-IDX FROM 1 BY 1
             UNTIL WS-TAB-MOV-IDX GREATER WS-TAB-MOV-QTD OR
                   E-MOV-ACHADO
               IF WS-TAB-MOV-CD(WS-TAB-MOV-IDX) EQUAL
                  WS-CD-CLIENTE-MOV
                   MOVE 'S' TO WS-MOV-ACHADO
                   IF WS-DT-MOV GREATER
                      WS-TAB-MOV-DATA(WS-TAB-MOV-IDX)
                       MOVE WS-DT-MOV
                         TO WS-TAB-MOV-DATA(WS-TAB-MOV-IDX)
                   END-IF
                   IF E-PENDENTE
                       MOVE 'S'
                         TO WS-TAB-MOV-PENDENTE(WS-TAB-MOV-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT E-MOV-ACHADO
               IF WS-TAB-MOV-QTD LESS 10000
                   ADD 1 TO WS-TAB-MOV-QTD
                   MOVE WS-CD-CLIENTE-MOV
                     TO WS-TAB-MOV-CD(WS-TAB-MOV-QTD)
                   MOVE WS-DT-MOV
                     TO WS-TAB-MOV-DATA(WS-TAB-MOV-QTD)
                   MOVE WS-IND-PENDENTE
                     TO WS-TAB-MOV-PENDENTE(WS-TAB-MOV-QTD)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-IF.

       6100-REGISTRA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * ANONIMIZA OS CLIENTES INATIVOS PARADOS DESDE O CORTE E SEM
      * PENDENCIA; OS JA ANONIMIZADOS OU SEM DADO PESSOAL SAO PULADOS
       3200-ANONIMIZA-CLIENTES SECTION.

           OPEN I-O ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               GO TO 3200-ANONIMIZA-CLIENTESX
           END-IF

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6000-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK

               IF FS-CLI-INATIVO AND
                  FS-CLI-NM-CONTATO NOT EQUAL WS-NM-ANONIMO AND
                  (FS-CLI-NM-CONTATO NOT EQUAL SPACES OR
                   FS-CLI-NR-TELEFONE NOT EQUAL SPACES OR
                   FS-CLI-DS-EMAIL NOT EQUAL SPACES)
                   PERFORM 6150-BUSCA-MOVIMENTO
                   IF WS-DT-ULT-MOV LESS WS-DT-CORTE-N
                       IF E-PENDENTE
                           ADD 1 TO WQT-CLI-PENDENTES
                           MOVE "MANTIDO - PENDENCIA" TO
                                WS-REL-SITUACAO
                           PERFORM 6600-GRAVA-REL-CLIENTE
                       ELSE
                           PERFORM 6400-ANONIMIZA-CLIENTE
                       END-IF
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-CLIENTE
           END-PERFORM

           CLOSE ARQ-CLIENTE.

       3200-ANONIMIZA-CLIENTESX. EXIT.

      * -----------------------------------
      * DATA DO ULTIMO MOVIMENTO E PENDENCIA DO CLIENTE CORRENTE
      * (ZEROS QUANDO NUNCA MOVIMENTOU)
       6150-BUSCA-MOVIMENTO SECTION.

           MOVE ZEROS TO WS-DT-ULT-MOV
           MOVE 'N' TO WS-MOV-ACHADO WS-IND-PENDENTE

           PERFORM VARYING WS-TAB-MOV-IDX FROM 1 BY 1
             UNTIL WS-TAB-MOV-IDX GREATER WS-TAB-MOV-QTD OR
                   E-MOV-ACHADO
               IF WS-TAB-MOV-CD(WS-TAB-MOV-IDX) EQUAL
                  FS-CLI-CD-CLIENTE
                   MOVE 'S' TO WS-MOV-ACHADO
                   MOVE WS-TAB-MOV-DATA(WS-TAB-MOV-IDX)
                     TO WS-DT-ULT-MOV
                   MOVE WS-TAB-MOV-PENDENTE(WS-TAB-MOV-IDX)
                     TO WS-IND-PENDENTE
               END-IF
           END-PERFORM.

       6150-BUSCA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * APAGA CONTATO, TELEFONE E E-MAIL DO CLIENTE CORRENTE
       6400-ANONIMIZA-CLIENTE SECTION.

           MOVE WS-NM-ANONIMO TO FS-CLI-NM-CONTATO
           MOVE SPACES TO FS-CLI-NR-TELEFONE FS-CLI-DS-EMAIL

           REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT FS-STAT-CLI-OK
               GO TO 6400-ANONIMIZA-CLIENTEX
           END-IF

           ADD 1 TO WQT-CLI-ANONIMIZADOS
           IF WS-TAB-ANO-QTD LESS 10000
               ADD 1 TO WS-TAB-ANO-QTD
               MOVE FS-CLI-CD-CLIENTE
                 TO WS-TAB-ANO-CD(WS-TAB-ANO-QTD)
           END-IF

           MOVE "REWRITE" TO LK-JNL-OPERACAO
           PERFORM 8600-JORNAL-CLIENTE

           MOVE "CLIENTE"   TO LK-AGR-ENTIDADE
           MOVE FS-CLI-CD-CLIENTE TO LK-AGR-CHAVE
           MOVE "ANONIMIZA" TO LK-AGR-OPERACAO
           MOVE "CONTATO/TELEFONE/E-MAIL" TO LK-AGR-ANTES
           MOVE WS-NM-ANONIMO TO LK-AGR-DEPOIS
           PERFORM 8000-GRAVA-AUDGERAL

           MOVE "ANONIMIZADO" TO WS-REL-SITUACAO
           PERFORM 6600-GRAVA-REL-CLIENTE.

       6400-ANONIMIZA-CLIENTEX. EXIT.

      * -----------------------------------
      * LINHA DO CLIENTE CORRENTE NO RELATORIO DA ANONIMIZACAO
       6600-GRAVA-REL-CLIENTE SECTION.

           MOVE "CLIENTE"              TO WS-REL-TIPO
           MOVE FS-CLI-CD-CLIENTE      TO WS-REL-CODIGO
           MOVE FS-CLI-CNPJ            TO WS-REL-CNPJ
           MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-REL-NOME
           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       6600-GRAVA-REL-CLIENTEX. EXIT.

      * -----------------------------------
      * APAGA CONTATO, TELEFONE E E-MAIL DAS IMAGENS ANTES/DEPOIS DA
      * TRILHA DOS CLIENTES ANONIMIZADOS, RECONSTRUINDO O LOG VIVO
       3300-LIMPA-AUDITORIA SECTION.

           OPEN INPUT ARQ-AUDITORIA

           IF FS-STAT-AUD-NAO-EXISTE
               GO TO 3300-LIMPA-AUDITORIAX
           END-IF

           OPEN OUTPUT ARQ-AUD-RETIDA

           READ ARQ-AUDITORIA

           PERFORM UNTIL NOT FS-STAT-AUD-OK
               MOVE 'N' TO WS-ANO-ACHADO
               PERFORM VARYING WS-TAB-ANO-IDX FROM 1 BY 1
                 UNTIL WS-TAB-ANO-IDX GREATER WS-TAB-ANO-QTD OR
                       E-ANO-ACHADO
                   IF WS-TAB-ANO-CD(WS-TAB-ANO-IDX) EQUAL
                      FS-AUD-CD-CLIENTE
                       MOVE 'S' TO WS-ANO-ACHADO
                   END-IF
               END-PERFORM

               IF E-ANO-ACHADO
                   MOVE SPACES TO FS-AUD-NR-TELEFONE-ANTES
                                  FS-AUD-NR-TELEFONE-DEPOIS
                                  FS-AUD-DS-EMAIL-ANTES
                                  FS-AUD-DS-EMAIL-DEPOIS
                   MOVE WS-NM-ANONIMO TO FS-AUD-NM-CONTATO-ANTES
                                         FS-AUD-NM-CONTATO-DEPOIS
                   ADD 1 TO WQT-AUD-LIMPAS
               END-IF

               MOVE ARQ-AUDITORIA-REC TO ARQ-AUD-RETIDA-REC
               WRITE ARQ-AUD-RETIDA-REC

               READ ARQ-AUDITORIA
           END-PERFORM

           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-AUD-RETIDA

      * RECONSTROI O LOG VIVO COM AS IMAGENS LIMPAS
           OPEN INPUT ARQ-AUD-RETIDA
           OPEN OUTPUT ARQ-AUDITORIA

           READ ARQ-AUD-RETIDA

           PERFORM UNTIL NOT FS-STAT-RET-OK
               MOVE ARQ-AUD-RETIDA-REC TO ARQ-AUDITORIA-REC
               WRITE ARQ-AUDITORIA-REC
               READ ARQ-AUD-RETIDA
           END-PERFORM

           CLOSE ARQ-AUD-RETIDA
           CLOSE ARQ-AUDITORIA.

       3300-LIMPA-AUDITORIAX. EXIT.

      * -----------------------------------
      * ANONIMIZA OS PROSPECTS SEM CONTATO DESDE O CORTE: PERDIDOS E
      * CONVERTIDOS PELA DATA DO PROXIMO CONTATO (SEM DATA TAMBEM),
      * ATIVOS SO QUANDO O PROXIMO CONTATO MARCADO FICOU PARA TRAS
       3400-ANONIMIZA-PROSPECTS SECTION.

           OPEN I-O ARQ-PROSPECT

           IF NOT FS-STAT-PSP-OK
               GO TO 3400-ANONIMIZA-PROSPECTSX
           END-IF

           MOVE LOW-VALUES TO FS-PSP-KEY
           PERFORM 6300-LER-ARQ-PROSPECT

           PERFORM UNTIL NOT FS-STAT-PSP-OK

               IF FS-PSP-DT-PROX-CONTATO NOT NUMERIC
                   MOVE ZEROS TO FS-PSP-DT-PROX-CONTATO
               END-IF

               IF FS-PSP-NM-PROSPECT(1:21) NOT EQUAL
                  WS-NM-PSP-ANONIMO AND
                  FS-PSP-DT-PROX-CONTATO LESS WS-DT-CORTE-N AND
                  (NOT FS-PSP-ATIVO OR
                   FS-PSP-DT-PROX-CONTATO GREATER ZEROS)
                   PERFORM 6450-ANONIMIZA-PROSPECT
               END-IF

               PERFORM 6300-LER-ARQ-PROSPECT
           END-PERFORM

           CLOSE ARQ-PROSPECT.

       3400-ANONIMIZA-PROSPECTSX. EXIT.

      * -----------------------------------
      * TROCA O NOME DO PROSPECT CORRENTE POR PSEUDONIMO E APAGA
      * ENDERECO E COORDENADAS
       6450-ANONIMIZA-PROSPECT SECTION.

           MOVE FS-PSP-NM-PROSPECT TO WS-REL-NOME
           MOVE SPACES TO FS-PSP-NM-PROSPECT FS-PSP-ENDERECO
           STRING WS-NM-PSP-ANONIMO FS-PSP-NR-PROSPECT
             DELIMITED BY SIZE INTO FS-PSP-NM-PROSPECT
           MOVE ZEROS TO FS-PSP-VL-LATITUDE FS-PSP-VL-LONGITUDE

           REWRITE ARQ-PROSPECT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT FS-STAT-PSP-OK
               GO TO 6450-ANONIMIZA-PROSPECTX
           END-IF

           ADD 1 TO WQT-PSP-ANONIMIZADOS

           MOVE "PROSPECT"  TO LK-AGR-ENTIDADE
           MOVE FS-PSP-NR-PROSPECT TO LK-AGR-CHAVE
           MOVE "ANONIMIZA" TO LK-AGR-OPERACAO
           MOVE "NOME/ENDERECO/COORDENADAS" TO LK-AGR-ANTES
           MOVE FS-PSP-NM-PROSPECT TO LK-AGR-DEPOIS
           PERFORM 8000-GRAVA-AUDGERAL

           MOVE "PROSPECT"          TO WS-REL-TIPO
           MOVE FS-PSP-NR-PROSPECT  TO WS-REL-CODIGO
           MOVE FS-PSP-CNPJ         TO WS-REL-CNPJ
           MOVE "ANONIMIZADO"       TO WS-REL-SITUACAO
           MOVE FS-PSP-NM-PROSPECT  TO WS-REL-NOME
           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC.

       6450-ANONIMIZA-PROSPECTX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6000-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
             NOT INVALID KEY
               READ ARQ-CLIENTE NEXT
               END-READ
           END-START.

       6000-LER-ARQ-CLIENTE-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6200-LER-ARQ-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
             NOT INVALID KEY
               READ ARQ-PEDIDO NEXT
               END-READ
           END-START.

       6200-LER-ARQ-PEDIDO-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6250-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
             NOT INVALID KEY
               READ ARQ-RECEBER NEXT
               END-READ
           END-START.

       6250-LER-ARQ-RECEBER-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO PROSPECT PELA CHAVE
       6300-LER-ARQ-PROSPECT SECTION.

           START ARQ-PROSPECT KEY > FS-PSP-KEY
             NOT INVALID KEY
               READ ARQ-PROSPECT NEXT
               END-READ
           END-START.

       6300-LER-ARQ-PROSPECT-FIMX. EXIT.

      * -----------------------------------
      * REGISTRA A OPERACAO NA AUDITORIA GERAL
       8000-GRAVA-AUDGERAL SECTION.

           MOVE LK-OPERADOR TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8000-GRAVA-AUDGERALX. EXIT.

      * -----------------------------------
      * REGISTRA O RELATORIO DA ANONIMIZACAO NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "LGPD_ANONIMIZACAO" TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "CORTE " WS-DT-CORTE-N
             DELIMITED BY SIZE INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-RELATORIO TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * JORNALIZA AS ATUALIZACOES PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_MENU_LGPD" TO LK-JNL-PROGRAMA
           MOVE LK-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_LGPD" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-ERRO
               ACCEPT SS-ERRO
               DISPLAY SS-STATUS
           END-IF.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_MENU_LGPD.
