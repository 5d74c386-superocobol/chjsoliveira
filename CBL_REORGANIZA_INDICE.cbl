      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Reorganizacao e Verificacao de Chaves dos Indexados
      * Tectonics: cobc
      ******************************************************************
      * TRATA OS MESTRES INDEXADOS CLIENTE, VENDEDOR, PRODUTO, PEDIDO
      * E RECEBER EM DOIS MODOS:
      *   V - VERIFICACAO: PERCORRE A CHAVE PRIMARIA (CONTAGEM, ORDEM
      *       E TOTAL DE CONTROLE) E CADA CHAVE ALTERNADA (CNPJ E
      *       VENDEDOR DO CLIENTE, CPF DO VENDEDOR). TODO REGISTRO
      *       ACHADO PELA ALTERNADA E RELIDO PELA PRIMARIA E TEM QUE
      *       EXISTIR E SER IDENTICO; A ALTERNADA TEM QUE DEVOLVER O
      *       MESMO NUMERO DE REGISTROS DA PRIMARIA. AS DUPLICIDADES
      *       DE CADA ALTERNADA SAO CONTADAS.
      *   R - REORGANIZACAO: DESCARREGA O MESTRE PELA CHAVE PRIMARIA
      *       PARA REORG_INDICE.TMP E RECARREGA EM <NOME>_REORG.IDX,
      *       ARQUIVO NOVO ONDE TODAS AS ALTERNADAS SAO RECONSTRUIDAS.
      *       CONTAGEM E TOTAL DE CONTROLE DA DESCARGA SAO CONFERIDOS
      *       COM A RELEITURA DO ARQUIVO NOVO; SO SE BATEREM (E SEM
      *       REJEICAO NA RECARGA) O ORIGINAL VIRA <NOME>_ANT.IDX E O
      *       NOVO ASSUME O NOME DO ORIGINAL. EM SEGUIDA O MESTRE
      *       PASSA PELA VERIFICACAO DO MODO V.
      * O TOTAL DE CONTROLE E A SOMA, REGISTRO A REGISTRO, DO MESMO
      * HASH POLINOMIAL DE CBL_HASH_PIN APLICADO A TODOS OS BYTES DO
      * REGISTRO. O RELATORIO DE SAUDE (CONTAGENS, DUPLICIDADES,
      * DIVERGENCIAS E TAMANHO DOS ARQUIVOS EM BYTES) VAI PARA
      * REORG_INDICE_<AAAAMMDD>.TXT, REGISTRADO NO SPOOL CENTRAL.
      * NA CADEIA NOTURNA O MODO VEM DE REORG-MODO (PADRAO V) E OS
      * ARQUIVOS DE REORG-ARQUIVOS (NOMES SEPARADOS POR VIRGULA,
      * PADRAO TODOS). A REORGANIZACAO EXIGE OS MESTRES SEM USO:
      * RODAR FORA DO EXPEDIENTE, SEM OPERADORES CONECTADOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REORGANIZA_INDICE.
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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

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

      * SEGUNDA VISAO DE CADA MESTRE, COM AS MESMAS CHAVES NAS
      * MESMAS POSICOES: NA REORGANIZACAO APONTA PARA O ARQUIVO NOVO
      * <NOME>_REORG.IDX; NA VERIFICACAO APONTA PARA O PROPRIO
      * MESTRE, PERCORRIDO PELA CHAVE ALTERNADA ENQUANTO A PRIMEIRA
      * VISAO RELE CADA REGISTRO PELA CHAVE PRIMARIA
           SELECT ARQ-CLI-REORG ASSIGN TO DISK WID-ARQ-CLI-REORG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLR-KEY
               ALTERNATE RECORD KEY IS FS-CLR-CNPJ
               ALTERNATE RECORD KEY IS FS-CLR-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLR.

           SELECT ARQ-VEN-REORG ASSIGN TO DISK WID-ARQ-VEN-REORG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VER-KEY
               ALTERNATE RECORD KEY IS FS-VER-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VER.

           SELECT ARQ-PRO-REORG ASSIGN TO DISK WID-ARQ-PRO-REORG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRR.

           SELECT ARQ-PED-REORG ASSIGN TO DISK WID-ARQ-PED-REORG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PER-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PER.

           SELECT ARQ-REC-REORG ASSIGN TO DISK WID-ARQ-REC-REORG
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RCR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RCR.

           SELECT ARQ-TRABALHO ASSIGN TO WNM-ARQ-TRABALHO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-TRB.

           SELECT ARQ-RELATORIO ASSIGN TO WNM-ARQ-RELATORIO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
       COPY FS-ARQ-CLIENTE.

       FD ARQ-VENDEDOR.
       COPY FS-ARQ-VENDEDOR.

       FD ARQ-PRODUTO.
       COPY FS-ARQ-PRODUTO.

       FD ARQ-PEDIDO.
       COPY FS-ARQ-PEDIDO.

       FD ARQ-RECEBER.
       COPY FS-ARQ-RECEBER.

      * VISOES SO COM AS CHAVES; O RESTO DO REGISTRO E FILLER E O
      * TAMANHO TOTAL E O MESMO DO LAYOUT DO MESTRE
       FD ARQ-CLI-REORG.
       01 ARQ-CLI-REORG-REC.
           05 FS-CLR-KEY             PIC X(007).
           05 FS-CLR-CNPJ            PIC X(014).
           05 FILLER                 PIC X(062).
           05 FS-CLR-CD-VENDEDOR     PIC X(007).
           05 FILLER                 PIC X(277).

       FD ARQ-VEN-REORG.
       01 ARQ-VEN-REORG-REC.
           05 FS-VER-KEY             PIC X(007).
           05 FS-VER-CPF             PIC X(011).
           05 FILLER                 PIC X(082).

       FD ARQ-PRO-REORG.
       01 ARQ-PRO-REORG-REC.
           05 FS-PRR-KEY             PIC X(007).
           05 FILLER                 PIC X(063).

       FD ARQ-PED-REORG.
       01 ARQ-PED-REORG-REC.
           05 FS-PER-KEY             PIC X(007).
           05 FILLER                 PIC X(059).

       FD ARQ-REC-REORG.
       01 ARQ-REC-REORG-REC.
           05 FS-RCR-KEY             PIC X(007).
           05 FILLER                 PIC X(102).

       FD ARQ-TRABALHO.
       01 ARQ-TRABALHO-REC PIC X(400).

       FD ARQ-RELATORIO.
       01 ARQ-RELATORIO-REC PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-CLI PIC 9(02).
       77 FS-STAT-VEN PIC 9(02).
       77 FS-STAT-PRO PIC 9(02).
       77 FS-STAT-PED PIC 9(02).
       77 FS-STAT-REC PIC 9(02).
       77 FS-STAT-CLR PIC 9(02).
       77 FS-STAT-VER PIC 9(02).
       77 FS-STAT-PRR PIC 9(02).
       77 FS-STAT-PER PIC 9(02).
       77 FS-STAT-RCR PIC 9(02).

       77 FS-STAT-TRB PIC 9(02).
           88 FS-STAT-TRB-OK         VALUE 00.

       77 FS-STAT-REL PIC 9(02).
           88 FS-STAT-REL-OK         VALUE 00.

      * STATUS DA ULTIMA OPERACAO NO MESTRE CORRENTE, QUALQUER QUE
      * SEJA ELE, E NA SUA SEGUNDA VISAO
       77 WS-STAT-MESTRE PIC 9(02).
           88 WS-STAT-MESTRE-OK         VALUE 00.
           88 WS-STAT-MESTRE-NAO-EXISTE VALUE 35.
       77 WS-STAT-REORG PIC 9(02).
           88 WS-STAT-REORG-OK          VALUE 00.

       01 WID-ARQ-CLI-REORG.
           05 WNM-PATH-CLI-REORG PIC X(17) VALUE SPACES.
           05 WNM-ARQ-CLI-REORG  PIC X(50) VALUE SPACES.
       01 WID-ARQ-VEN-REORG.
           05 WNM-PATH-VEN-REORG PIC X(17) VALUE SPACES.
           05 WNM-ARQ-VEN-REORG  PIC X(50) VALUE SPACES.
       01 WID-ARQ-PRO-REORG.
           05 WNM-PATH-PRO-REORG PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PRO-REORG  PIC X(50) VALUE SPACES.
       01 WID-ARQ-PED-REORG.
           05 WNM-PATH-PED-REORG PIC X(17) VALUE SPACES.
           05 WNM-ARQ-PED-REORG  PIC X(50) VALUE SPACES.
       01 WID-ARQ-REC-REORG.
           05 WNM-PATH-REC-REORG PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REC-REORG  PIC X(50) VALUE SPACES.

       77 WNM-ARQ-TRABALHO  PIC X(50) VALUE "REORG_INDICE.TMP".
       77 WNM-ARQ-RELATORIO PIC X(50) VALUE SPACES.

      * MESTRES TRATADOS: NOME DO ARQUIVO, RAIZ DOS NOMES DE
      * TRABALHO, QUANTIDADE E NOME DAS CHAVES ALTERNADAS
       01 WS-TAB-MESTRES.
           05 FILLER PIC X(44) VALUE
              "CLIENTE.IDX CLIENTE   2CNPJ      VENDEDOR  ".
           05 FILLER PIC X(44) VALUE
              "VENDEDOR.IDXVENDEDOR  1CPF                 ".
           05 FILLER PIC X(44) VALUE
              "PRODUTO.IDX PRODUTO   0                    ".
           05 FILLER PIC X(44) VALUE
              "PEDIDO.IDX  PEDIDO    0                    ".
           05 FILLER PIC X(44) VALUE
              "RECEBER.IDX RECEBER   0                    ".
       01 WS-TAB-MESTRES-R REDEFINES WS-TAB-MESTRES.
           05 WS-TMS-ITEM OCCURS 5 TIMES.
               10 WS-TMS-NM-ARQUIVO  PIC X(012).
               10 WS-TMS-NM-RAIZ     PIC X(010).
               10 WS-TMS-QT-ALTERNADA PIC 9(001).
               10 WS-TMS-NM-ALTERNADA PIC X(010) OCCURS 2 TIMES.

       01 WS-TAB-SELECAO.
           05 WS-TSE-SELECIONADO PIC X(001) OCCURS 5 TIMES.

       77 WS-IX-MESTRE    PIC 9(001) VALUE ZEROS.
       77 WS-IX-ALTERNADA PIC 9(001) VALUE ZEROS.
       77 WS-QT-SELECAO   PIC 9(002) VALUE ZEROS.

      * SELECAO DA EXECUCAO (TELA OU PARAMETROS REORG-MODO E
      * REORG-ARQUIVOS NA CADEIA NOTURNA)
       77 WS-SEL-MODO     PIC X(001) VALUE "V".
           88 E-MODO-VERIFICA    VALUES ARE "V" "v".
           88 E-MODO-REORGANIZA  VALUES ARE "R" "r".
       77 WS-SEL-ARQUIVOS PIC X(050) VALUE "TODOS".

       77 WS-MODO-BATCH PIC X(01) VALUE 'N'.
           88 E-MODO-BATCH VALUES ARE "S" "s".

       77 WS-FIM-LEITURA PIC X VALUE 'N'.
           88 E-FIM-LEITURA VALUE 'S'.

       77 WS-HOUVE-DIVERGENCIA PIC X VALUE 'N'.
           88 E-HOUVE-DIVERGENCIA VALUE 'S'.

       77 WS-TROCA-FEITA PIC X VALUE 'N'.
           88 E-TROCA-FEITA VALUE 'S'.

      * AREA COMUM DO REGISTRO CORRENTE, DO REGISTRO RELIDO PELA
      * CHAVE PRIMARIA E DA CHAVE PRIMARIA ANTERIOR NA VARREDURA
       01 WS-REG-ATUAL       PIC X(400) VALUE SPACES.
       01 WS-REG-PRIMARIA    PIC X(400) VALUE SPACES.
       77 WS-TAM-REGISTRO    PIC 9(003) VALUE ZEROS.
       77 WS-CHAVE-PRIMARIA  PIC X(007) VALUE SPACES.
       77 WS-CHAVE-ANTERIOR  PIC X(007) VALUE SPACES.
       77 WS-VL-ALTERNADA    PIC X(014) VALUE SPACES.
       77 WS-VL-ALT-ANTERIOR PIC X(014) VALUE SPACES.
       77 WS-PRIMEIRO-REG    PIC X VALUE 'S'.
           88 E-PRIMEIRO-REG VALUE 'S'.

      * HASH POLINOMIAL DO REGISTRO (MESMA FORMULA DE CBL_HASH_PIN)
       77 WS-IX-BYTE      PIC 9(003) VALUE ZEROS.
       77 WS-ORD          PIC 9(003) VALUE ZEROS.
       77 WS-HASH-REG     PIC 9(012) VALUE ZEROS.
       77 WS-VL-HASH      PIC 9(018) VALUE ZEROS.
       77 WQT-LIDOS       PIC 9(009) VALUE ZEROS.

      * NOMES FISICOS (CAMINHO + NOME) PARA TAMANHO, EXCLUSAO E
      * TROCA DE NOMES
       77 WS-NM-ORIGINAL  PIC X(080) VALUE SPACES.
       77 WS-NM-REORG     PIC X(080) VALUE SPACES.
       77 WS-NM-ANTERIOR  PIC X(080) VALUE SPACES.
       77 WS-NM-CONSULTA  PIC X(080) VALUE SPACES.
       77 WS-NM-REORG-CURTO PIC X(050) VALUE SPACES.
       77 WS-RC-ARQUIVO   PIC S9(009) BINARY VALUE ZEROS.

       01 WS-INFO-ARQUIVO.
           05 WS-INF-TAMANHO  PIC 9(018) BINARY.
           05 WS-INF-DATA     PIC X(004).
           05 WS-INF-HORA     PIC X(004).
       77 WS-TAM-CONSULTA PIC 9(015) VALUE ZEROS.
       77 WS-ED-TAMANHO-ANTES  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       77 WS-ED-TAMANHO-DEPOIS PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

      * TOTAIS DO MESTRE CORRENTE
       01 WQT-MESTRE.
           05 WQT-DESCARREGADOS   PIC 9(009).
           05 WS-HASH-DESCARGA    PIC 9(018).
           05 WQT-RECARREGADOS    PIC 9(009).
           05 WQT-REJEITADOS      PIC 9(009).
           05 WQT-CONFERIDOS      PIC 9(009).
           05 WS-HASH-CONFERENCIA PIC 9(018).
           05 WQT-PRIMARIA        PIC 9(009).
           05 WQT-FORA-ORDEM      PIC 9(009).
           05 WS-HASH-PRIMARIA    PIC 9(018).
           05 WS-TAM-ANTES        PIC 9(015).
           05 WS-TAM-DEPOIS       PIC 9(015).
           05 WQT-ALT-LIDOS       PIC 9(009).
           05 WQT-ALT-DUPLICADAS  PIC 9(009).
           05 WQT-ALT-SEM-PRIM    PIC 9(009).
           05 WQT-ALT-DIVERGENTES PIC 9(009).

       77 WS-DS-RESULTADO PIC X(060) VALUE SPACES.
       77 WS-DT-HOJE      PIC 9(008) VALUE ZEROS.
       77 WQT-MESTRES-OK  PIC 9(002) VALUE ZEROS.
       77 WQT-MESTRES-DIV PIC 9(002) VALUE ZEROS.

       01 WS-LINHA-REL    PIC X(120) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 WS-LTT-DESCRICAO    PIC X(034).
           05 WS-LTT-QT-REGISTROS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(002) VALUE SPACES.
           05 WS-LTT-DS-COMPL     PIC X(020).
           05 WS-LTT-QT-COMPL     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(023) VALUE SPACES.

       01 WS-LINHA-ALTERNADA.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 FILLER              PIC X(008) VALUE "CHAVE   ".
           05 WS-LAL-NM-CHAVE     PIC X(010).
           05 FILLER              PIC X(006) VALUE " REGS ".
           05 WS-LAL-QT-LIDOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(012) VALUE "  DUPLICADAS".
           05 WS-LAL-QT-DUPLICADAS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(014) VALUE "  SEM PRIMARIA".
           05 WS-LAL-QT-SEM-PRIM  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(013) VALUE "  DIVERGENTES".
           05 WS-LAL-QT-DIVERG    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(009) VALUE SPACES.

       01 WS-LINHA-OCORRENCIA.
           05 FILLER              PIC X(006) VALUE SPACES.
           05 WS-LOC-NM-CHAVE     PIC X(010).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LOC-VL-ALTERNADA PIC X(014).
           05 FILLER              PIC X(009) VALUE " PRIMARIA".
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LOC-CHAVE        PIC X(007).
           05 FILLER              PIC X(001) VALUE SPACES.
           05 WS-LOC-MOTIVO       PIC X(050).
           05 FILLER              PIC X(021) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_PRODUTO.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_NOTIFICA.

       COPY CPY_GRAVA_SPOOL.

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

       01 SS-TELA-PARAM.
           05 LINE 08 COLUMN 05 VALUE
              "Modo (V = Verificar Chaves, R = Reorganizar):".
           05 COLUMN PLUS 2 PIC X USING WS-SEL-MODO.
           05 LINE 10 COLUMN 05 VALUE "Arquivos:".
           05 COLUMN PLUS 2 PIC X(50) USING WS-SEL-ARQUIVOS.
           05 LINE 12 COLUMN 05 VALUE
              "TODOS OU LISTA SEPARADA POR VIRGULA ENTRE CLIENTE,".
           05 LINE 13 COLUMN 05 VALUE
              "VENDEDOR, PRODUTO, PEDIDO E RECEBER".
           05 LINE 15 COLUMN 05 VALUE
              "A REORGANIZACAO EXIGE OS ARQUIVOS SEM USO NO MOMENTO".

       01 SS-TELA-RESULTADO.
           05 LINE 17 COLUMN 05 VALUE "Arquivos sem Divergencia:".
           05 COLUMN PLUS 2 PIC 9(2) USING WQT-MESTRES-OK.
           05 LINE 18 COLUMN 05 VALUE "Arquivos com Divergencia:".
           05 COLUMN PLUS 2 PIC 9(2) USING WQT-MESTRES-DIV.

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
                                    WNM-PATH-PRODUTO
                                    WNM-PATH-PEDIDO
                                    WNM-PATH-RECEBER
                                    WNM-PATH-CLI-REORG
                                    WNM-PATH-VEN-REORG
                                    WNM-PATH-PRO-REORG
                                    WNM-PATH-PED-REORG
                                    WNM-PATH-REC-REORG

           MOVE "REORG-MODO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK AND LK-PAR-VALOR(1:1) NOT EQUAL SPACES
               MOVE LK-PAR-VALOR(1:1) TO WS-SEL-MODO
           END-IF

           MOVE "REORG-ARQUIVOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK AND LK-PAR-VALOR NOT EQUAL SPACES
               MOVE LK-PAR-VALOR TO WS-SEL-ARQUIVOS
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "15 - REORGANIZAR/VERIFICAR INDICES" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO LK-RETURN-CODE WQT-MESTRES-OK WQT-MESTRES-DIV
           MOVE 'N' TO WS-HOUVE-DIVERGENCIA

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
               ACCEPT SS-TELA-PARAM
               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   PERFORM 9999-FINALIZA
               END-IF
           END-IF

           IF NOT E-MODO-VERIFICA AND NOT E-MODO-REORGANIZA
               MOVE "MODO INVALIDO - INFORMAR V OU R" TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 8000-ENCERRA-MENSAGEM
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1000-SEPARA-SELECAO

           IF WS-QT-SELECAO EQUAL ZEROS
               MOVE "NENHUM ARQUIVO RECONHECIDO NA SELECAO"
                 TO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 8000-ENCERRA-MENSAGEM
               PERFORM 9999-FINALIZA
           END-IF

           IF E-MODO-REORGANIZA AND NOT E-MODO-BATCH
               MOVE SPACES TO WS-ERRO
               MOVE "CONFIRMA A REORGANIZACAO DOS ARQUIVOS (S/N)?"
                 TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   PERFORM 9999-FINALIZA
               END-IF
               MOVE SPACES TO WS-ERRO
           END-IF

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WNM-ARQ-RELATORIO
           STRING "REORG_INDICE_" DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RELATORIO

           OPEN OUTPUT ARQ-RELATORIO

           MOVE SPACES TO WS-LINHA-REL
           IF E-MODO-REORGANIZA
               STRING "SAUDE DOS INDEXADOS - " DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                      " - MODO REORGANIZACAO" DELIMITED BY SIZE
                 INTO WS-LINHA-REL
           ELSE
               STRING "SAUDE DOS INDEXADOS - " DELIMITED BY SIZE
                      WS-DT-HOJE DELIMITED BY SIZE
                      " - MODO VERIFICACAO" DELIMITED BY SIZE
                 INTO WS-LINHA-REL
           END-IF
           PERFORM 6900-GRAVA-LINHA

           PERFORM VARYING WS-IX-MESTRE FROM 1 BY 1
                   UNTIL WS-IX-MESTRE GREATER 5
               IF WS-TSE-SELECIONADO(WS-IX-MESTRE) EQUAL "S"
                   PERFORM 2000-PROCESSA-MESTRE
               END-IF
           END-PERFORM

           CLOSE ARQ-RELATORIO

           PERFORM 8500-REGISTRA-SPOOL

           MOVE SPACES TO WS-MSGERRO
           STRING "INDICES: " DELIMITED BY SIZE
                  WQT-MESTRES-OK DELIMITED BY SIZE
                  " ARQ. OK, " DELIMITED BY SIZE
                  WQT-MESTRES-DIV DELIMITED BY SIZE
                  " COM DIVERGENCIA - " DELIMITED BY SIZE
                  WNM-ARQ-RELATORIO DELIMITED BY SPACE
             INTO WS-MSGERRO

           IF E-HOUVE-DIVERGENCIA
               MOVE "E" TO LK-NOT-SEVERIDADE
           ELSE
               MOVE "I" TO LK-NOT-SEVERIDADE
           END-IF
           MOVE "REORG INDICES" TO LK-NOT-ORIGEM
           MOVE WS-MSGERRO TO LK-NOT-MENSAGEM
           CALL 'CBL_GRAVA_NOTIFICA' USING LK-NOT-PARAMETERS

           PERFORM 8000-ENCERRA-MENSAGEM

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MARCA OS MESTRES PEDIDOS NA SELECAO (TODOS, BRANCO OU LISTA
      * COM OS NOMES DOS ARQUIVOS)
       1000-SEPARA-SELECAO SECTION.

           MOVE ZEROS TO WS-QT-SELECAO
           INSPECT WS-SEL-ARQUIVOS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM VARYING WS-IX-MESTRE FROM 1 BY 1
                   UNTIL WS-IX-MESTRE GREATER 5
               MOVE "N" TO WS-TSE-SELECIONADO(WS-IX-MESTRE)
               MOVE ZEROS TO WS-ORD
               IF WS-SEL-ARQUIVOS EQUAL SPACES OR
                  WS-SEL-ARQUIVOS(1:5) EQUAL "TODOS"
                   MOVE 1 TO WS-ORD
               ELSE
                   MOVE ZEROS TO WS-IX-BYTE
                   INSPECT WS-TMS-NM-RAIZ(WS-IX-MESTRE) TALLYING
                       WS-IX-BYTE FOR CHARACTERS BEFORE INITIAL SPACE
                   INSPECT WS-SEL-ARQUIVOS TALLYING WS-ORD
                       FOR ALL WS-TMS-NM-RAIZ(WS-IX-MESTRE)
                           (1:WS-IX-BYTE)
               END-IF
               IF WS-ORD GREATER ZEROS
                   MOVE "S" TO WS-TSE-SELECIONADO(WS-IX-MESTRE)
                   ADD 1 TO WS-QT-SELECAO
               END-IF
           END-PERFORM.

       1000-SEPARA-SELECAOX. EXIT.

      * -----------------------------------
      * TRATA UM MESTRE: REORGANIZA (MODO R), VERIFICA AS CHAVES E
      * IMPRIME O BLOCO DE SAUDE DO ARQUIVO
       2000-PROCESSA-MESTRE SECTION.

           INITIALIZE WQT-MESTRE
           MOVE SPACES TO WS-DS-RESULTADO
           MOVE 'N' TO WS-TROCA-FEITA

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-TMS-NM-ARQUIVO(WS-IX-MESTRE) DELIMITED BY SPACE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           PERFORM 7100-MONTA-NOMES

           MOVE WS-NM-ORIGINAL TO WS-NM-CONSULTA
           PERFORM 7200-TAMANHO-ARQUIVO
           MOVE WS-TAM-CONSULTA TO WS-TAM-ANTES WS-TAM-DEPOIS

           IF E-MODO-REORGANIZA
               PERFORM 3000-REORGANIZA-MESTRE
           END-IF

           IF WS-DS-RESULTADO EQUAL SPACES
               PERFORM 4000-VERIFICA-CHAVES
           END-IF

           PERFORM 2900-IMPRIME-SAUDE.

       2000-PROCESSA-MESTREX. EXIT.

      * -----------------------------------
      * IMPRIME OS TOTAIS DO MESTRE E CONTA O RESULTADO
       2900-IMPRIME-SAUDE SECTION.

           IF E-MODO-REORGANIZA AND WQT-DESCARREGADOS GREATER ZEROS
               MOVE "DESCARREGADOS DA PRIMARIA" TO WS-LTT-DESCRICAO
               MOVE WQT-DESCARREGADOS TO WS-LTT-QT-REGISTROS
               MOVE "TOTAL DE CONTROLE" TO WS-LTT-DS-COMPL
               MOVE WS-HASH-DESCARGA TO WS-LTT-QT-COMPL
               MOVE WS-LINHA-TOTAL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA

               MOVE "RECARREGADOS NO ARQUIVO NOVO" TO WS-LTT-DESCRICAO
               MOVE WQT-RECARREGADOS TO WS-LTT-QT-REGISTROS
               MOVE "REJEITADOS" TO WS-LTT-DS-COMPL
               MOVE WQT-REJEITADOS TO WS-LTT-QT-COMPL
               MOVE WS-LINHA-TOTAL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA

               MOVE "RELIDOS DO ARQUIVO NOVO" TO WS-LTT-DESCRICAO
               MOVE WQT-CONFERIDOS TO WS-LTT-QT-REGISTROS
               MOVE "TOTAL DE CONTROLE" TO WS-LTT-DS-COMPL
               MOVE WS-HASH-CONFERENCIA TO WS-LTT-QT-COMPL
               MOVE WS-LINHA-TOTAL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-IF

           IF WQT-PRIMARIA GREATER ZEROS OR WQT-FORA-ORDEM GREATER ZEROS
               MOVE "REGISTROS PELA CHAVE PRIMARIA" TO WS-LTT-DESCRICAO
               MOVE WQT-PRIMARIA TO WS-LTT-QT-REGISTROS
               MOVE "TOTAL DE CONTROLE" TO WS-LTT-DS-COMPL
               MOVE WS-HASH-PRIMARIA TO WS-LTT-QT-COMPL
               MOVE WS-LINHA-TOTAL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA

               MOVE "CHAVES PRIMARIAS FORA DE ORDEM" TO WS-LTT-DESCRICAO
               MOVE WQT-FORA-ORDEM TO WS-LTT-QT-REGISTROS
               MOVE SPACES TO WS-LTT-DS-COMPL
               MOVE ZEROS TO WS-LTT-QT-COMPL
               MOVE WS-LINHA-TOTAL TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-IF

           MOVE WS-TAM-ANTES TO WS-ED-TAMANHO-ANTES
           MOVE WS-TAM-DEPOIS TO WS-ED-TAMANHO-DEPOIS
           MOVE SPACES TO WS-LINHA-REL
           STRING "    TAMANHO EM BYTES ANTES " DELIMITED BY SIZE
                  WS-ED-TAMANHO-ANTES DELIMITED BY SIZE
                  "  DEPOIS " DELIMITED BY SIZE
                  WS-ED-TAMANHO-DEPOIS DELIMITED BY SIZE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           IF WS-DS-RESULTADO EQUAL SPACES
               IF WQT-FORA-ORDEM GREATER ZEROS
                   MOVE "DIVERGENCIA NAS CHAVES - REORGANIZAR O ARQUIVO"
                     TO WS-DS-RESULTADO
               ELSE
                   IF E-TROCA-FEITA
                       MOVE "REORGANIZADO E VERIFICADO SEM DIVERGENCIA"
                         TO WS-DS-RESULTADO
                   ELSE
                       MOVE "VERIFICADO SEM DIVERGENCIA"
                         TO WS-DS-RESULTADO
                   END-IF
               END-IF
           END-IF

           IF WS-DS-RESULTADO(1:10) EQUAL "VERIFICADO" OR
              WS-DS-RESULTADO(1:12) EQUAL "REORGANIZADO"
               ADD 1 TO WQT-MESTRES-OK
           ELSE
               ADD 1 TO WQT-MESTRES-DIV
               MOVE 'S' TO WS-HOUVE-DIVERGENCIA
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           STRING "    RESULTADO: " DELIMITED BY SIZE
                  WS-DS-RESULTADO DELIMITED BY SIZE
             INTO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA.

       2900-IMPRIME-SAUDEX. EXIT.

      * -----------------------------------
      * DESCARREGA O MESTRE PELA CHAVE PRIMARIA, RECARREGA NO
      * ARQUIVO NOVO, CONFERE CONTAGEM E TOTAL DE CONTROLE E SO
      * ENTAO TROCA OS ARQUIVOS. QUALQUER FALHA DEIXA O ORIGINAL
      * INTACTO E PREENCHE O RESULTADO
       3000-REORGANIZA-MESTRE SECTION.

           PERFORM 3100-DESCARGA

           IF WS-DS-RESULTADO EQUAL SPACES
               PERFORM 3200-RECARGA
           END-IF

           IF WS-DS-RESULTADO EQUAL SPACES
               PERFORM 3300-CONFERE-NOVO
           END-IF

           IF WS-DS-RESULTADO EQUAL SPACES
               IF WQT-REJEITADOS GREATER ZEROS
                   MOVE "NAO TROCADO - REJEICAO NA RECARGA"
                     TO WS-DS-RESULTADO
               ELSE
                   IF WQT-CONFERIDOS NOT EQUAL WQT-DESCARREGADOS OR
                      WS-HASH-CONFERENCIA NOT EQUAL WS-HASH-DESCARGA
                       MOVE "NAO TROCADO - CONTAGEM OU CONTROLE DIFERE"
                         TO WS-DS-RESULTADO
                   END-IF
               END-IF
           END-IF

           IF WS-DS-RESULTADO EQUAL SPACES
               PERFORM 3400-TROCA-ARQUIVOS
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-NM-REORG
                   RETURNING WS-RC-ARQUIVO
               END-CALL
           END-IF

           CALL 'CBL_DELETE_FILE' USING WNM-ARQ-TRABALHO
               RETURNING WS-RC-ARQUIVO
           END-CALL.

       3000-REORGANIZA-MESTREX. EXIT.

      * -----------------------------------
      * DESCARGA PELA CHAVE PRIMARIA PARA O ARQUIVO DE TRABALHO,
      * ACUMULANDO CONTAGEM E TOTAL DE CONTROLE
       3100-DESCARGA SECTION.

           PERFORM 6100-ABRE-MESTRE

           IF NOT WS-STAT-MESTRE-OK
               PERFORM 3900-FALHA-ABERTURA
           ELSE
               OPEN OUTPUT ARQ-TRABALHO
               MOVE ZEROS TO WQT-LIDOS WS-VL-HASH
               PERFORM 6110-LE-MESTRE

               PERFORM UNTIL E-FIM-LEITURA
                   PERFORM 6500-ACUMULA-HASH
                   MOVE WS-REG-ATUAL TO ARQ-TRABALHO-REC
                   WRITE ARQ-TRABALHO-REC
                   PERFORM 6110-LE-MESTRE
               END-PERFORM

               MOVE WQT-LIDOS TO WQT-DESCARREGADOS
               MOVE WS-VL-HASH TO WS-HASH-DESCARGA

               CLOSE ARQ-TRABALHO
               PERFORM 6130-FECHA-MESTRE
           END-IF.

       3100-DESCARGAX. EXIT.

      * -----------------------------------
      * RECARGA DO ARQUIVO DE TRABALHO NO ARQUIVO NOVO, QUE RECRIA
      * A CHAVE PRIMARIA E TODAS AS ALTERNADAS
       3200-RECARGA SECTION.

           PERFORM 6200-ABRE-REORG-SAIDA

           IF NOT WS-STAT-REORG-OK
               MOVE SPACES TO WS-DS-RESULTADO
               STRING "NAO TROCADO - ARQUIVO NOVO NAO CRIADO, STATUS "
                        DELIMITED BY SIZE
                      WS-STAT-REORG DELIMITED BY SIZE
                 INTO WS-DS-RESULTADO
           ELSE
               OPEN INPUT ARQ-TRABALHO
               READ ARQ-TRABALHO
                   AT END MOVE 10 TO FS-STAT-TRB
               END-READ

               PERFORM UNTIL NOT FS-STAT-TRB-OK
                   MOVE ARQ-TRABALHO-REC TO WS-REG-ATUAL
                   PERFORM 6210-GRAVA-REORG
                   IF WS-STAT-REORG-OK
                       ADD 1 TO WQT-RECARREGADOS
                   ELSE
                       ADD 1 TO WQT-REJEITADOS
                       MOVE SPACES TO WS-LOC-NM-CHAVE
                                      WS-LOC-VL-ALTERNADA
                       MOVE WS-REG-ATUAL(1:7) TO WS-LOC-CHAVE
                       MOVE SPACES TO WS-LOC-MOTIVO
                       STRING "REJEITADO NA RECARGA, STATUS "
                                DELIMITED BY SIZE
                              WS-STAT-REORG DELIMITED BY SIZE
                         INTO WS-LOC-MOTIVO
                       MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
                       PERFORM 6900-GRAVA-LINHA
                   END-IF
                   READ ARQ-TRABALHO
                       AT END MOVE 10 TO FS-STAT-TRB
                   END-READ
               END-PERFORM

               CLOSE ARQ-TRABALHO
               PERFORM 6230-FECHA-REORG
           END-IF.

       3200-RECARGAX. EXIT.

      * -----------------------------------
      * RELE O ARQUIVO NOVO PELA CHAVE PRIMARIA PARA A CONFERENCIA
       3300-CONFERE-NOVO SECTION.

           PERFORM 6220-ABRE-REORG-LEITURA

           IF NOT WS-STAT-REORG-OK
               MOVE SPACES TO WS-DS-RESULTADO
               STRING "NAO TROCADO - ARQUIVO NOVO NAO RELIDO, STATUS "
                        DELIMITED BY SIZE
                      WS-STAT-REORG DELIMITED BY SIZE
                 INTO WS-DS-RESULTADO
           ELSE
               MOVE ZEROS TO WQT-LIDOS WS-VL-HASH
               PERFORM 6240-LE-REORG

               PERFORM UNTIL E-FIM-LEITURA
                   PERFORM 6500-ACUMULA-HASH
                   PERFORM 6240-LE-REORG
               END-PERFORM

               MOVE WQT-LIDOS TO WQT-CONFERIDOS
               MOVE WS-VL-HASH TO WS-HASH-CONFERENCIA

               PERFORM 6230-FECHA-REORG
           END-IF.

       3300-CONFERE-NOVOX. EXIT.

      * -----------------------------------
      * O ORIGINAL VIRA <RAIZ>_ANT.IDX (O ANTERIOR DESSE NOME E
      * DESCARTADO) E O NOVO ASSUME O NOME DO ORIGINAL. SE A SEGUNDA
      * TROCA FALHAR O ORIGINAL VOLTA AO LUGAR; SE NEM ISSO FOR
      * POSSIVEL A CADEIA E INTERROMPIDA COM RETORNO 8
       3400-TROCA-ARQUIVOS SECTION.

           CALL 'CBL_DELETE_FILE' USING WS-NM-ANTERIOR
               RETURNING WS-RC-ARQUIVO
           END-CALL

           CALL 'CBL_RENAME_FILE' USING WS-NM-ORIGINAL WS-NM-ANTERIOR
               RETURNING WS-RC-ARQUIVO
           END-CALL

           IF WS-RC-ARQUIVO NOT EQUAL ZEROS
               MOVE "NAO TROCADO - ORIGINAL NAO PODE SER RENOMEADO"
                 TO WS-DS-RESULTADO
               CALL 'CBL_DELETE_FILE' USING WS-NM-REORG
                   RETURNING WS-RC-ARQUIVO
               END-CALL
           ELSE
               CALL 'CBL_RENAME_FILE' USING WS-NM-REORG WS-NM-ORIGINAL
                   RETURNING WS-RC-ARQUIVO
               END-CALL

               IF WS-RC-ARQUIVO EQUAL ZEROS
                   MOVE 'S' TO WS-TROCA-FEITA
                   MOVE WS-NM-ORIGINAL TO WS-NM-CONSULTA
                   PERFORM 7200-TAMANHO-ARQUIVO
                   MOVE WS-TAM-CONSULTA TO WS-TAM-DEPOIS
               ELSE
                   CALL 'CBL_RENAME_FILE' USING WS-NM-ANTERIOR
                                                WS-NM-ORIGINAL
                       RETURNING WS-RC-ARQUIVO
                   END-CALL
                   IF WS-RC-ARQUIVO EQUAL ZEROS
                       MOVE "NAO TROCADO - NOVO NAO ASSUMIU O NOME"
                         TO WS-DS-RESULTADO
                   ELSE
                       MOVE SPACES TO WS-DS-RESULTADO
                       STRING "ORIGINAL FICOU EM " DELIMITED BY SIZE
                              WS-NM-ANTERIOR DELIMITED BY SPACE
                              " - RESTAURAR" DELIMITED BY SIZE
                         INTO WS-DS-RESULTADO
                       MOVE 8 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       3400-TROCA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * RESULTADO DO MESTRE QUE NAO ABRIU
       3900-FALHA-ABERTURA SECTION.

           MOVE SPACES TO WS-DS-RESULTADO
           IF WS-STAT-MESTRE-NAO-EXISTE
               MOVE "ARQUIVO INEXISTENTE" TO WS-DS-RESULTADO
           ELSE
               STRING "ARQUIVO NAO ABERTO, STATUS " DELIMITED BY SIZE
                      WS-STAT-MESTRE DELIMITED BY SIZE
                 INTO WS-DS-RESULTADO
           END-IF.

       3900-FALHA-ABERTURAX. EXIT.

      * -----------------------------------
      * VERIFICACAO: VARRE A CHAVE PRIMARIA E DEPOIS CADA CHAVE
      * ALTERNADA, CONFRONTANDO CADA REGISTRO COM A PRIMARIA
       4000-VERIFICA-CHAVES SECTION.

           PERFORM 6100-ABRE-MESTRE

           IF NOT WS-STAT-MESTRE-OK
               PERFORM 3900-FALHA-ABERTURA
           ELSE
               MOVE ZEROS TO WQT-LIDOS WS-VL-HASH
               MOVE 'S' TO WS-PRIMEIRO-REG
               PERFORM 6110-LE-MESTRE

               PERFORM UNTIL E-FIM-LEITURA
                   PERFORM 6500-ACUMULA-HASH
                   IF NOT E-PRIMEIRO-REG AND
                      WS-CHAVE-PRIMARIA NOT GREATER WS-CHAVE-ANTERIOR
                       ADD 1 TO WQT-FORA-ORDEM
                       MOVE SPACES TO WS-LOC-NM-CHAVE
                                      WS-LOC-VL-ALTERNADA
                       MOVE WS-CHAVE-PRIMARIA TO WS-LOC-CHAVE
                       MOVE "CHAVE PRIMARIA FORA DE ORDEM"
                         TO WS-LOC-MOTIVO
                       MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
                       PERFORM 6900-GRAVA-LINHA
                   END-IF
                   MOVE 'N' TO WS-PRIMEIRO-REG
                   MOVE WS-CHAVE-PRIMARIA TO WS-CHAVE-ANTERIOR
                   PERFORM 6110-LE-MESTRE
               END-PERFORM

               MOVE WQT-LIDOS TO WQT-PRIMARIA
               MOVE WS-VL-HASH TO WS-HASH-PRIMARIA

               PERFORM VARYING WS-IX-ALTERNADA FROM 1 BY 1
                       UNTIL WS-IX-ALTERNADA GREATER
                             WS-TMS-QT-ALTERNADA(WS-IX-MESTRE)
                   PERFORM 4100-VERIFICA-ALTERNADA
               END-PERFORM

               PERFORM 6130-FECHA-MESTRE
           END-IF.

       4000-VERIFICA-CHAVESX. EXIT.

      * -----------------------------------
      * PERCORRE UMA CHAVE ALTERNADA PELA SEGUNDA VISAO (APONTADA
      * PARA O PROPRIO MESTRE) E RELE CADA REGISTRO PELA PRIMARIA
       4100-VERIFICA-ALTERNADA SECTION.

           MOVE ZEROS TO WQT-ALT-LIDOS WQT-ALT-DUPLICADAS
                         WQT-ALT-SEM-PRIM WQT-ALT-DIVERGENTES
           MOVE WS-TMS-NM-ALTERNADA(WS-IX-MESTRE, WS-IX-ALTERNADA)
             TO WS-LOC-NM-CHAVE WS-LAL-NM-CHAVE

           PERFORM 6300-ABRE-ALTERNADA

           IF NOT WS-STAT-REORG-OK
               ADD 1 TO WQT-ALT-SEM-PRIM
               MOVE SPACES TO WS-LOC-VL-ALTERNADA WS-LOC-CHAVE
               MOVE SPACES TO WS-LOC-MOTIVO
               STRING "CHAVE NAO PERCORRIDA, STATUS " DELIMITED BY SIZE
                      WS-STAT-REORG DELIMITED BY SIZE
                 INTO WS-LOC-MOTIVO
               MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           ELSE
               MOVE 'S' TO WS-PRIMEIRO-REG
               PERFORM 6310-LE-ALTERNADA

               PERFORM UNTIL E-FIM-LEITURA
                   ADD 1 TO WQT-ALT-LIDOS
                   IF NOT E-PRIMEIRO-REG AND
                      WS-VL-ALTERNADA EQUAL WS-VL-ALT-ANTERIOR
                       ADD 1 TO WQT-ALT-DUPLICADAS
                   END-IF
                   MOVE 'N' TO WS-PRIMEIRO-REG
                   MOVE WS-VL-ALTERNADA TO WS-VL-ALT-ANTERIOR

                   PERFORM 6120-RELE-MESTRE-PRIMARIA
                   MOVE WS-VL-ALTERNADA TO WS-LOC-VL-ALTERNADA
                   MOVE WS-CHAVE-PRIMARIA TO WS-LOC-CHAVE
                   IF NOT WS-STAT-MESTRE-OK
                       ADD 1 TO WQT-ALT-SEM-PRIM
                       MOVE "NAO EXISTE PELA CHAVE PRIMARIA"
                         TO WS-LOC-MOTIVO
                       MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
                       PERFORM 6900-GRAVA-LINHA
                   ELSE
                       IF WS-REG-PRIMARIA(1:WS-TAM-REGISTRO) NOT EQUAL
                          WS-REG-ATUAL(1:WS-TAM-REGISTRO)
                           ADD 1 TO WQT-ALT-DIVERGENTES
                           MOVE "DIFERE DO REGISTRO DA CHAVE PRIMARIA"
                             TO WS-LOC-MOTIVO
                           MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
                           PERFORM 6900-GRAVA-LINHA
                       END-IF
                   END-IF

                   PERFORM 6310-LE-ALTERNADA
               END-PERFORM

               PERFORM 6230-FECHA-REORG
           END-IF

           IF WQT-ALT-LIDOS NOT EQUAL WQT-PRIMARIA
               MOVE SPACES TO WS-LOC-VL-ALTERNADA WS-LOC-CHAVE
               MOVE "TOTAL DIFERE DO LIDO PELA CHAVE PRIMARIA"
                 TO WS-LOC-MOTIVO
               MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-REL
               PERFORM 6900-GRAVA-LINHA
           END-IF

           MOVE WQT-ALT-LIDOS       TO WS-LAL-QT-LIDOS
           MOVE WQT-ALT-DUPLICADAS  TO WS-LAL-QT-DUPLICADAS
           MOVE WQT-ALT-SEM-PRIM    TO WS-LAL-QT-SEM-PRIM
           MOVE WQT-ALT-DIVERGENTES TO WS-LAL-QT-DIVERG
           MOVE WS-LINHA-ALTERNADA TO WS-LINHA-REL
           PERFORM 6900-GRAVA-LINHA

           IF WQT-ALT-SEM-PRIM GREATER ZEROS OR
              WQT-ALT-DIVERGENTES GREATER ZEROS OR
              WQT-ALT-LIDOS NOT EQUAL WQT-PRIMARIA
               MOVE "DIVERGENCIA NAS CHAVES - REORGANIZAR O ARQUIVO"
                 TO WS-DS-RESULTADO
           END-IF.

       4100-VERIFICA-ALTERNADAX. EXIT.

      * -----------------------------------
      * ABRE O MESTRE CORRENTE PARA LEITURA E POSICIONA NO INICIO
      * DA CHAVE PRIMARIA
       6100-ABRE-MESTRE SECTION.

           MOVE 'N' TO WS-FIM-LEITURA

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   OPEN INPUT ARQ-CLIENTE
                   MOVE FS-STAT-CLI TO WS-STAT-MESTRE
                   MOVE LENGTH OF ARQ-CLIENTE-REC TO WS-TAM-REGISTRO
                   IF WS-STAT-MESTRE-OK
                       MOVE LOW-VALUES TO FS-CLI-KEY
                       START ARQ-CLIENTE KEY NOT LESS FS-CLI-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 2
                   OPEN INPUT ARQ-VENDEDOR
                   MOVE FS-STAT-VEN TO WS-STAT-MESTRE
                   MOVE LENGTH OF ARQ-VENDEDOR-REC TO WS-TAM-REGISTRO
                   IF WS-STAT-MESTRE-OK
                       MOVE LOW-VALUES TO FS-VEN-KEY
                       START ARQ-VENDEDOR KEY NOT LESS FS-VEN-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 3
                   OPEN INPUT ARQ-PRODUTO
                   MOVE FS-STAT-PRO TO WS-STAT-MESTRE
                   MOVE LENGTH OF ARQ-PRODUTO-REC TO WS-TAM-REGISTRO
                   IF WS-STAT-MESTRE-OK
                       MOVE LOW-VALUES TO FS-PRO-KEY
                       START ARQ-PRODUTO KEY NOT LESS FS-PRO-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 4
                   OPEN INPUT ARQ-PEDIDO
                   MOVE FS-STAT-PED TO WS-STAT-MESTRE
                   MOVE LENGTH OF ARQ-PEDIDO-REC TO WS-TAM-REGISTRO
                   IF WS-STAT-MESTRE-OK
                       MOVE LOW-VALUES TO FS-PED-KEY
                       START ARQ-PEDIDO KEY NOT LESS FS-PED-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 5
                   OPEN INPUT ARQ-RECEBER
                   MOVE FS-STAT-REC TO WS-STAT-MESTRE
                   MOVE LENGTH OF ARQ-RECEBER-REC TO WS-TAM-REGISTRO
                   IF WS-STAT-MESTRE-OK
                       MOVE LOW-VALUES TO FS-REC-KEY
                       START ARQ-RECEBER KEY NOT LESS FS-REC-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
           END-EVALUATE.

       6100-ABRE-MESTREX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DO MESTRE PELA CHAVE PRIMARIA PARA A
      * AREA COMUM
       6110-LE-MESTRE SECTION.

           IF NOT E-FIM-LEITURA
               EVALUATE WS-IX-MESTRE
                   WHEN 1
                       READ ARQ-CLIENTE NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-CLI TO WS-STAT-MESTRE
                       MOVE ARQ-CLIENTE-REC TO WS-REG-ATUAL
                   WHEN 2
                       READ ARQ-VENDEDOR NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-VEN TO WS-STAT-MESTRE
                       MOVE ARQ-VENDEDOR-REC TO WS-REG-ATUAL
                   WHEN 3
                       READ ARQ-PRODUTO NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-PRO TO WS-STAT-MESTRE
                       MOVE ARQ-PRODUTO-REC TO WS-REG-ATUAL
                   WHEN 4
                       READ ARQ-PEDIDO NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-PED TO WS-STAT-MESTRE
                       MOVE ARQ-PEDIDO-REC TO WS-REG-ATUAL
                   WHEN 5
                       READ ARQ-RECEBER NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-REC TO WS-STAT-MESTRE
                       MOVE ARQ-RECEBER-REC TO WS-REG-ATUAL
               END-EVALUATE
      * LEITURA COM ERRO (REGISTRO DANIFICADO) ENCERRA A VARREDURA
               IF NOT WS-STAT-MESTRE-OK
                   MOVE 'S' TO WS-FIM-LEITURA
               END-IF
               MOVE WS-REG-ATUAL(1:7) TO WS-CHAVE-PRIMARIA
           END-IF.

       6110-LE-MESTREX. EXIT.

      * -----------------------------------
      * RELE PELA CHAVE PRIMARIA O REGISTRO ACHADO PELA ALTERNADA
       6120-RELE-MESTRE-PRIMARIA SECTION.

           MOVE SPACES TO WS-REG-PRIMARIA

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   MOVE WS-CHAVE-PRIMARIA TO FS-CLI-KEY
                   READ ARQ-CLIENTE KEY IS FS-CLI-KEY
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-STAT-CLI TO WS-STAT-MESTRE
                   MOVE ARQ-CLIENTE-REC TO WS-REG-PRIMARIA
               WHEN 2
                   MOVE WS-CHAVE-PRIMARIA TO FS-VEN-KEY
                   READ ARQ-VENDEDOR KEY IS FS-VEN-KEY
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE FS-STAT-VEN TO WS-STAT-MESTRE
                   MOVE ARQ-VENDEDOR-REC TO WS-REG-PRIMARIA
           END-EVALUATE.

       6120-RELE-MESTRE-PRIMARIAX. EXIT.

      * -----------------------------------
      * FECHA O MESTRE CORRENTE
       6130-FECHA-MESTRE SECTION.

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   CLOSE ARQ-CLIENTE
               WHEN 2
                   CLOSE ARQ-VENDEDOR
               WHEN 3
                   CLOSE ARQ-PRODUTO
               WHEN 4
                   CLOSE ARQ-PEDIDO
               WHEN 5
                   CLOSE ARQ-RECEBER
           END-EVALUATE.

       6130-FECHA-MESTREX. EXIT.

      * -----------------------------------
      * CRIA O ARQUIVO NOVO <RAIZ>_REORG.IDX PELA SEGUNDA VISAO
       6200-ABRE-REORG-SAIDA SECTION.

           PERFORM 6250-APONTA-REORG-NOVO

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   OPEN OUTPUT ARQ-CLI-REORG
                   MOVE FS-STAT-CLR TO WS-STAT-REORG
               WHEN 2
                   OPEN OUTPUT ARQ-VEN-REORG
                   MOVE FS-STAT-VER TO WS-STAT-REORG
               WHEN 3
                   OPEN OUTPUT ARQ-PRO-REORG
                   MOVE FS-STAT-PRR TO WS-STAT-REORG
               WHEN 4
                   OPEN OUTPUT ARQ-PED-REORG
                   MOVE FS-STAT-PER TO WS-STAT-REORG
               WHEN 5
                   OPEN OUTPUT ARQ-REC-REORG
                   MOVE FS-STAT-RCR TO WS-STAT-REORG
           END-EVALUATE.

       6200-ABRE-REORG-SAIDAX. EXIT.

      * -----------------------------------
      * GRAVA NO ARQUIVO NOVO O REGISTRO DA AREA COMUM
       6210-GRAVA-REORG SECTION.

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   MOVE WS-REG-ATUAL TO ARQ-CLI-REORG-REC
                   WRITE ARQ-CLI-REORG-REC
                   MOVE FS-STAT-CLR TO WS-STAT-REORG
               WHEN 2
                   MOVE WS-REG-ATUAL TO ARQ-VEN-REORG-REC
                   WRITE ARQ-VEN-REORG-REC
                   MOVE FS-STAT-VER TO WS-STAT-REORG
               WHEN 3
                   MOVE WS-REG-ATUAL TO ARQ-PRO-REORG-REC
                   WRITE ARQ-PRO-REORG-REC
                   MOVE FS-STAT-PRR TO WS-STAT-REORG
               WHEN 4
                   MOVE WS-REG-ATUAL TO ARQ-PED-REORG-REC
                   WRITE ARQ-PED-REORG-REC
                   MOVE FS-STAT-PER TO WS-STAT-REORG
               WHEN 5
                   MOVE WS-REG-ATUAL TO ARQ-REC-REORG-REC
                   WRITE ARQ-REC-REORG-REC
                   MOVE FS-STAT-RCR TO WS-STAT-REORG
           END-EVALUATE.

       6210-GRAVA-REORGX. EXIT.

      * -----------------------------------
      * REABRE O ARQUIVO NOVO PARA LEITURA, NO INICIO DA PRIMARIA
       6220-ABRE-REORG-LEITURA SECTION.

           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 6250-APONTA-REORG-NOVO

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   OPEN INPUT ARQ-CLI-REORG
                   MOVE FS-STAT-CLR TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-CLR-KEY
                       START ARQ-CLI-REORG KEY NOT LESS FS-CLR-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 2
                   OPEN INPUT ARQ-VEN-REORG
                   MOVE FS-STAT-VER TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-VER-KEY
                       START ARQ-VEN-REORG KEY NOT LESS FS-VER-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 3
                   OPEN INPUT ARQ-PRO-REORG
                   MOVE FS-STAT-PRR TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-PRR-KEY
                       START ARQ-PRO-REORG KEY NOT LESS FS-PRR-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 4
                   OPEN INPUT ARQ-PED-REORG
                   MOVE FS-STAT-PER TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-PER-KEY
                       START ARQ-PED-REORG KEY NOT LESS FS-PER-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
               WHEN 5
                   OPEN INPUT ARQ-REC-REORG
                   MOVE FS-STAT-RCR TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-RCR-KEY
                       START ARQ-REC-REORG KEY NOT LESS FS-RCR-KEY
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
           END-EVALUATE.

       6220-ABRE-REORG-LEITURAX. EXIT.

      * -----------------------------------
      * FECHA A SEGUNDA VISAO DO MESTRE CORRENTE
       6230-FECHA-REORG SECTION.

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   CLOSE ARQ-CLI-REORG
               WHEN 2
                   CLOSE ARQ-VEN-REORG
               WHEN 3
                   CLOSE ARQ-PRO-REORG
               WHEN 4
                   CLOSE ARQ-PED-REORG
               WHEN 5
                   CLOSE ARQ-REC-REORG
           END-EVALUATE.

       6230-FECHA-REORGX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DO ARQUIVO NOVO PARA A AREA COMUM
       6240-LE-REORG SECTION.

           IF NOT E-FIM-LEITURA
               EVALUATE WS-IX-MESTRE
                   WHEN 1
                       READ ARQ-CLI-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-CLR TO WS-STAT-REORG
                       MOVE ARQ-CLI-REORG-REC TO WS-REG-ATUAL
                   WHEN 2
                       READ ARQ-VEN-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-VER TO WS-STAT-REORG
                       MOVE ARQ-VEN-REORG-REC TO WS-REG-ATUAL
                   WHEN 3
                       READ ARQ-PRO-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-PRR TO WS-STAT-REORG
                       MOVE ARQ-PRO-REORG-REC TO WS-REG-ATUAL
                   WHEN 4
                       READ ARQ-PED-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-PER TO WS-STAT-REORG
                       MOVE ARQ-PED-REORG-REC TO WS-REG-ATUAL
                   WHEN 5
                       READ ARQ-REC-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-RCR TO WS-STAT-REORG
                       MOVE ARQ-REC-REORG-REC TO WS-REG-ATUAL
               END-EVALUATE
               IF NOT WS-STAT-REORG-OK
                   MOVE 'S' TO WS-FIM-LEITURA
               END-IF
               MOVE WS-REG-ATUAL(1:7) TO WS-CHAVE-PRIMARIA
           END-IF.

       6240-LE-REORGX. EXIT.

      * -----------------------------------
      * APONTA A SEGUNDA VISAO PARA O ARQUIVO NOVO <RAIZ>_REORG.IDX
       6250-APONTA-REORG-NOVO SECTION.

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   MOVE WS-NM-REORG-CURTO TO WNM-ARQ-CLI-REORG
               WHEN 2
                   MOVE WS-NM-REORG-CURTO TO WNM-ARQ-VEN-REORG
               WHEN 3
                   MOVE WS-NM-REORG-CURTO TO WNM-ARQ-PRO-REORG
               WHEN 4
                   MOVE WS-NM-REORG-CURTO TO WNM-ARQ-PED-REORG
               WHEN 5
                   MOVE WS-NM-REORG-CURTO TO WNM-ARQ-REC-REORG
           END-EVALUATE.

       6250-APONTA-REORG-NOVOX. EXIT.

      * -----------------------------------
      * APONTA A SEGUNDA VISAO PARA O PROPRIO MESTRE, ABRE E
      * POSICIONA NO INICIO DA CHAVE ALTERNADA CORRENTE
       6300-ABRE-ALTERNADA SECTION.

           MOVE 'N' TO WS-FIM-LEITURA

           EVALUATE WS-IX-MESTRE
               WHEN 1
                   MOVE WNM-ARQ-CLIENTE TO WNM-ARQ-CLI-REORG
                   OPEN INPUT ARQ-CLI-REORG
                   MOVE FS-STAT-CLR TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       IF WS-IX-ALTERNADA EQUAL 1
                           MOVE LOW-VALUES TO FS-CLR-CNPJ
                           START ARQ-CLI-REORG
                               KEY NOT LESS FS-CLR-CNPJ
                               INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                           END-START
                       ELSE
                           MOVE LOW-VALUES TO FS-CLR-CD-VENDEDOR
                           START ARQ-CLI-REORG
                               KEY NOT LESS FS-CLR-CD-VENDEDOR
                               INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                           END-START
                       END-IF
                   END-IF
               WHEN 2
                   MOVE WNM-ARQ-VENDEDOR TO WNM-ARQ-VEN-REORG
                   OPEN INPUT ARQ-VEN-REORG
                   MOVE FS-STAT-VER TO WS-STAT-REORG
                   IF WS-STAT-REORG-OK
                       MOVE LOW-VALUES TO FS-VER-CPF
                       START ARQ-VEN-REORG KEY NOT LESS FS-VER-CPF
                           INVALID KEY MOVE 'S' TO WS-FIM-LEITURA
                       END-START
                   END-IF
           END-EVALUATE.

       6300-ABRE-ALTERNADAX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO PELA CHAVE ALTERNADA CORRENTE
       6310-LE-ALTERNADA SECTION.

           IF NOT E-FIM-LEITURA
               EVALUATE WS-IX-MESTRE
                   WHEN 1
                       READ ARQ-CLI-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-CLR TO WS-STAT-REORG
                       MOVE ARQ-CLI-REORG-REC TO WS-REG-ATUAL
                       IF WS-IX-ALTERNADA EQUAL 1
                           MOVE FS-CLR-CNPJ TO WS-VL-ALTERNADA
                       ELSE
                           MOVE FS-CLR-CD-VENDEDOR TO WS-VL-ALTERNADA
                       END-IF
                   WHEN 2
                       READ ARQ-VEN-REORG NEXT
                           AT END MOVE 'S' TO WS-FIM-LEITURA
                       END-READ
                       MOVE FS-STAT-VER TO WS-STAT-REORG
                       MOVE ARQ-VEN-REORG-REC TO WS-REG-ATUAL
                       MOVE FS-VER-CPF TO WS-VL-ALTERNADA
               END-EVALUATE
      * STATUS 02 = PROXIMO REGISTRO COM A MESMA CHAVE DUPLICADA
               IF NOT WS-STAT-REORG-OK AND WS-STAT-REORG NOT EQUAL 02
                   MOVE 'S' TO WS-FIM-LEITURA
               END-IF
               MOVE WS-REG-ATUAL(1:7) TO WS-CHAVE-PRIMARIA
           END-IF.

       6310-LE-ALTERNADAX. EXIT.

      * -----------------------------------
      * SOMA AO TOTAL DE CONTROLE O HASH POLINOMIAL DE TODOS OS
      * BYTES DO REGISTRO DA AREA COMUM E CONTA O REGISTRO
       6500-ACUMULA-HASH SECTION.

           MOVE 7 TO WS-HASH-REG

           PERFORM VARYING WS-IX-BYTE FROM 1 BY 1
                   UNTIL WS-IX-BYTE GREATER WS-TAM-REGISTRO
               COMPUTE WS-ORD = FUNCTION ORD(WS-REG-ATUAL(WS-IX-BYTE:1))
               COMPUTE WS-HASH-REG = FUNCTION MOD(
                   (WS-HASH-REG * 31) + WS-ORD, 999999937)
           END-PERFORM

           ADD WS-HASH-REG TO WS-VL-HASH
           ADD 1 TO WQT-LIDOS.

       6500-ACUMULA-HASHX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA NO RELATORIO DE SAUDE
       6900-GRAVA-LINHA SECTION.

           MOVE WS-LINHA-REL TO ARQ-RELATORIO-REC
           WRITE ARQ-RELATORIO-REC
           MOVE SPACES TO WS-LINHA-REL.

       6900-GRAVA-LINHAX. EXIT.

      * -----------------------------------
      * MONTA OS NOMES FISICOS DO MESTRE CORRENTE: ORIGINAL, NOVO
      * (<RAIZ>_REORG.IDX) E ANTERIOR (<RAIZ>_ANT.IDX)
       7100-MONTA-NOMES SECTION.

           MOVE SPACES TO WS-NM-REORG-CURTO
           STRING WS-TMS-NM-RAIZ(WS-IX-MESTRE) DELIMITED BY SPACE
                  "_REORG.IDX" DELIMITED BY SIZE
             INTO WS-NM-REORG-CURTO

           MOVE SPACES TO WS-NM-ORIGINAL WS-NM-REORG WS-NM-ANTERIOR
           STRING WNM-PATH-CLIENTE DELIMITED BY SPACE
                  WS-TMS-NM-ARQUIVO(WS-IX-MESTRE) DELIMITED BY SPACE
             INTO WS-NM-ORIGINAL
           STRING WNM-PATH-CLIENTE DELIMITED BY SPACE
                  WS-NM-REORG-CURTO DELIMITED BY SPACE
             INTO WS-NM-REORG
           STRING WNM-PATH-CLIENTE DELIMITED BY SPACE
                  WS-TMS-NM-RAIZ(WS-IX-MESTRE) DELIMITED BY SPACE
                  "_ANT.IDX" DELIMITED BY SIZE
             INTO WS-NM-ANTERIOR.

       7100-MONTA-NOMESX. EXIT.

      * -----------------------------------
      * TAMANHO EM BYTES DO ARQUIVO DE WS-NM-CONSULTA (ZERO QUANDO
      * NAO ENCONTRADO)
       7200-TAMANHO-ARQUIVO SECTION.

           MOVE ZEROS TO WS-TAM-CONSULTA
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-NM-CONSULTA
                                             WS-INFO-ARQUIVO
               RETURNING WS-RC-ARQUIVO
           END-CALL
           IF WS-RC-ARQUIVO EQUAL ZEROS
               MOVE WS-INF-TAMANHO TO WS-TAM-CONSULTA
           END-IF.

       7200-TAMANHO-ARQUIVOX. EXIT.

      * -----------------------------------
      * REGISTRA A MENSAGEM FINAL NO LOG E A MOSTRA (TELA OU BATCH)
       8000-ENCERRA-MENSAGEM SECTION.

           MOVE "CBL_REORGANIZA_INDICE" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       8000-ENCERRA-MENSAGEMX. EXIT.

      * -----------------------------------
      * REGISTRA O RELATORIO DE SAUDE NO SPOOL CENTRAL
       8500-REGISTRA-SPOOL SECTION.

           MOVE "REORG_INDICE" TO LK-SPL-ID-RELATORIO
           MOVE LK-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE SPACES TO LK-SPL-DS-PARAMETROS
           STRING "MODO " WS-SEL-MODO " " DELIMITED BY SIZE
                  WS-SEL-ARQUIVOS DELIMITED BY SIZE
             INTO LK-SPL-DS-PARAMETROS
           MOVE WNM-ARQ-RELATORIO TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_REORGANIZA_INDICE.
