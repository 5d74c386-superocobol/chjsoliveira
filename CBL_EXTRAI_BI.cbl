      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Extracao Diaria de Alteracoes para o BI
      * Tectonics: cobc
      ******************************************************************
      * GERA PARA O DATA WAREHOUSE DO BI UM ARQUIVO DE ALTERACOES
      * (DELTA) POR ENTIDADE - CLIENTE, PEDIDO E RECEBER - A PARTIR DO
      * JORNAL DE ATUALIZACOES DO DIA (JORNAL_<AAAAMMDD>.LOG, GRAVADO
      * POR CBL_GRAVA_JORNAL), NO PADRAO DE INTERCAMBIO DA CASA:
      *   HDR;BI-<ENTIDADE>;<AAAAMMDD>;FRANQUIA;<SEQUENCIA>;<TIPO>
      *   <OP>;<CHAVE>;<AAAAMMDD>;<HHMMSS>;<IMAGEM DO REGISTRO>
      *   TRL;<QT LINHAS>;<SOMA DAS CHAVES>
      * AS ATUALIZACOES DE UMA MESMA CHAVE NO DIA SAO CONSOLIDADAS NA
      * ULTIMA IMAGEM: OP I (INCLUIDO NO DIA), U (ALTERADO) OU D
      * (EXCLUIDO; A IMAGEM E A DO REGISTRO EXCLUIDO). CHAVE INCLUIDA
      * E EXCLUIDA NO MESMO DIA NAO SAI NO DELTA.
      * TIPOS DE GERACAO:
      *   D - DELTA DOS DIAS PENDENTES: DO DIA SEGUINTE AO ULTIMO
      *       GERADO ATE HOJE, UM CONJUNTO DE ARQUIVOS
      *       BI_DELTA_<ENTIDADE>_<AAAAMMDD>.TXT POR DIA. E O PASSO DA
      *       CADEIA NOTURNA (MODO BATCH). DIA SEM JORNAL GERA DELTA
      *       VAZIO (SO HEADER E TRAILER);
      *   C - CARGA INICIAL COMPLETA: TODOS OS REGISTROS DOS TRES
      *       CADASTROS COMO OP I EM BI_CARGA_<ENTIDADE>_<AAAAMMDD>.TXT;
      *   R - REENVIO: RECONSTROI O DELTA DE UM DIA JA GERADO, COM A
      *       MESMA SEQUENCIA ORIGINAL, ENQUANTO O JORNAL DO DIA NAO
      *       FOR EXPURGADO.
      * CADA GERACAO D OU C RECEBE O PROXIMO NUMERO DE SEQUENCIA
      * (O MESMO NOS TRES ARQUIVOS DO DIA), PARA O BI PERCEBER UM DIA
      * FALTANTE. A ULTIMA SEQUENCIA E O ULTIMO DIA GERADO FICAM EM
      * BI_CDC.CTL; CADA GERACAO E REGISTRADA EM BI_CDC.HIS (DIA,
      * SEQUENCIA, TIPO, DATA E HORA, LINHAS POR ENTIDADE, OPERADOR),
      * DE ONDE O REENVIO RECUPERA A SEQUENCIA DO DIA. TODO ARQUIVO
      * GERADO E CONFERIDO POR CBL_VALIDA_INTERCAMBIO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EXTRAI_BI.
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

           SELECT ARQ-JORNAL-UPD ASSIGN TO WNM-ARQ-JORNAL-UPD
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-JNL.

           SELECT ARQ-DELTA ASSIGN TO WNM-ARQ-DELTA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DLT.

           SELECT ARQ-CTL-BI ASSIGN TO WNM-ARQ-CTL-BI
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CTB.

           SELECT ARQ-HIS-BI ASSIGN TO WNM-ARQ-HIS-BI
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-HBI.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-JORNAL-UPD.
       01 ARQ-JORNAL-UPD-REC.
           05 FS-JNL-DATA      PIC 9(008).
           05 FILLER           PIC X.
           05 FS-JNL-HORA      PIC 9(006).
           05 FILLER           PIC X.
           05 FS-JNL-ENTIDADE  PIC X(010).
           05 FILLER           PIC X.
           05 FS-JNL-OPERACAO  PIC X(010).
           05 FILLER           PIC X.
           05 FS-JNL-PROGRAMA  PIC X(020).
           05 FILLER           PIC X.
           05 FS-JNL-OPERADOR  PIC X(010).
           05 FILLER           PIC X.
           05 FS-JNL-IMAGEM    PIC X(400).

       FD ARQ-DELTA.
       01 ARQ-DELTA-REC PIC X(430).

       FD ARQ-CTL-BI.
       01 ARQ-CTL-BI-REC PIC X(030).

       FD ARQ-HIS-BI.
       01 ARQ-HIS-BI-REC PIC X(120).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-CHAVE           PIC X(007).
           05 SD-NR-ORDEM        PIC 9(009).
           05 SD-OPERACAO        PIC X(010).
           05 SD-DATA            PIC 9(008).
           05 SD-HORA            PIC 9(006).
           05 SD-IMAGEM          PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.
       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.

       77 FS-STAT-JNL PIC 9(02).
           88 FS-STAT-JNL-OK         VALUE 00.
           88 FS-STAT-JNL-NAO-EXISTE VALUE 35.

       77 FS-STAT-DLT PIC 9(02).
           88 FS-STAT-DLT-OK         VALUE 00.

       77 FS-STAT-CTB PIC 9(02).
           88 FS-STAT-CTB-OK         VALUE 00.

       77 FS-STAT-HBI PIC 9(02).
           88 FS-STAT-HBI-OK         VALUE 00.
           88 FS-STAT-HBI-NAO-EXISTE VALUE 35.

       77 WNM-ARQ-JORNAL-UPD PIC X(50) VALUE SPACES.
       77 WNM-ARQ-DELTA      PIC X(50) VALUE SPACES.
       77 WNM-ARQ-CTL-BI     PIC X(50) VALUE "BI_CDC.CTL".
       77 WNM-ARQ-HIS-BI     PIC X(50) VALUE "BI_CDC.HIS".

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 WS-MODO-BATCH PIC X(01) VALUE 'N'.
           88 E-MODO-BATCH VALUES ARE "S" "s".

       77 WS-TP-GERACAO PIC X(01) VALUE "D".
           88 E-GERA-DELTA   VALUES ARE "D" "d".
           88 E-GERA-CARGA   VALUES ARE "C" "c".
           88 E-GERA-REENVIO VALUES ARE "R" "r".
           88 E-GERACAO-OK   VALUES ARE "D" "d" "C" "c" "R" "r".

      * TIPO GRAVADO NO HEADER (D DELTA, C CARGA) E NO HISTORICO
      * (D, C OU R REENVIO)
       77 WS-TP-HEADER    PIC X(01) VALUE SPACES.
       77 WS-TP-HISTORICO PIC X(01) VALUE SPACES.

       77 WS-DT-HOJE       PIC 9(008) VALUE ZEROS.
       77 WS-HR-COMPLETA   PIC 9(008) VALUE ZEROS.
       77 WS-HR-AGORA      PIC 9(006) VALUE ZEROS.
       77 WS-DT-MOVIMENTO  PIC 9(008) VALUE ZEROS.
       77 WS-DT-REENVIO    PIC 9(008) VALUE ZEROS.
       77 WS-INT-DIA       PIC 9(008) VALUE ZEROS.
       77 WS-INT-HOJE      PIC 9(008) VALUE ZEROS.

      * CONTROLE DA SEQUENCIA (BI_CDC.CTL)
       77 WS-NR-SEQUENCIA  PIC 9(009) VALUE ZEROS.
       77 WS-DT-ULTIMO     PIC 9(008) VALUE ZEROS.
       77 WS-NR-SEQ-ARQ    PIC 9(009) VALUE ZEROS.
       77 WS-SEQ-ACHOU     PIC X(01) VALUE 'N'.
           88 E-SEQ-ACHOU  VALUE 'S'.

       01 WS-LINHA-CONTROLE.
           05 WS-CTB-NR-SEQUENCIA PIC 9(009).
           05 FILLER              PIC X VALUE ";".
           05 WS-CTB-DT-ULTIMO    PIC 9(008).

       01 WS-LINHA-HISTORICO.
           05 WS-HBI-DT-MOVIMENTO PIC 9(008).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-NR-SEQUENCIA PIC 9(009).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-TIPO         PIC X(001).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-DT-GERACAO   PIC 9(008).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-HR-GERACAO   PIC 9(006).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-QT-CLIENTE   PIC 9(009).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-QT-PEDIDO    PIC 9(009).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-QT-RECEBER   PIC 9(009).
           05 FILLER              PIC X VALUE ";".
           05 WS-HBI-ID-OPERADOR  PIC X(010).

      * ENTIDADES EXTRAIDAS, NA ORDEM DE GERACAO
       01 WS-TAB-ENTIDADE-VALORES.
           05 FILLER PIC X(010) VALUE "CLIENTE".
           05 FILLER PIC X(010) VALUE "PEDIDO".
           05 FILLER PIC X(010) VALUE "RECEBER".
       01 WS-TAB-ENTIDADE REDEFINES WS-TAB-ENTIDADE-VALORES.
           05 WS-TAB-NM-ENTIDADE PIC X(010) OCCURS 3.
       77 WS-IX-ENT        PIC 9(001) VALUE ZEROS.
       77 WS-ENTIDADE      PIC X(010) VALUE SPACES.
       77 WS-ID-ARQUIVO    PIC X(020) VALUE SPACES.

       01 WQT-TOTAIS.
           05 WQT-DIAS          PIC 9(005).
           05 WQT-INCLUIDOS     PIC 9(009).
           05 WQT-ALTERADOS     PIC 9(009).
           05 WQT-EXCLUIDOS     PIC 9(009).
           05 WQT-LINHAS-ENT    PIC 9(009) OCCURS 3.
       77 WQT-LINHAS-ARQUIVO   PIC 9(009) VALUE ZEROS.
       77 WS-VL-HASH           PIC 9(018) VALUE ZEROS.

      * CONSOLIDACAO DAS ATUALIZACOES DE UMA CHAVE NO DIA
       77 WS-NR-ORDEM        PIC 9(009) VALUE ZEROS.
       77 WS-FIM-SORT-FILE   PIC X(01) VALUE "N".
       77 WS-CHAVE-ATU       PIC X(007) VALUE SPACES.
       77 WS-OPE-PRIMEIRA    PIC X(010) VALUE SPACES.
       77 WS-OPE-ULTIMA      PIC X(010) VALUE SPACES.
       77 WS-ULT-DATA        PIC 9(008) VALUE ZEROS.
       77 WS-ULT-HORA        PIC 9(006) VALUE ZEROS.
       77 WS-ULT-IMAGEM      PIC X(400) VALUE SPACES.
       77 WS-CHAVE-NUM       PIC 9(007) VALUE ZEROS.

       01 WS-LINHA-DADOS.
           05 WS-LIN-OPERACAO    PIC X(001).
           05 FILLER             PIC X VALUE ";".
           05 WS-LIN-CHAVE       PIC X(007).
           05 FILLER             PIC X VALUE ";".
           05 WS-LIN-DATA        PIC 9(008).
           05 FILLER             PIC X VALUE ";".
           05 WS-LIN-HORA        PIC 9(006).
           05 FILLER             PIC X VALUE ";".
           05 WS-LIN-IMAGEM      PIC X(400).

       01 WS-LINHA-TRAILER.
           05 FILLER             PIC X(004) VALUE "TRL;".
           05 WS-TRL-QT          PIC 9(009).
           05 FILLER             PIC X VALUE ";".
           05 WS-TRL-HASH        PIC 9(018).

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_VALIDA_INTERCAMBIO.

       COPY CPY_GRAVA_LOG.

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
               10 LINE WS-NUML-ANT COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-TELA-PARAMETROS.
           05 LINE 05 COLUMN 03 VALUE "Ultima Sequencia....:".
           05 COLUMN PLUS 2 PIC 9(9) FROM WS-NR-SEQUENCIA.
           05 LINE 06 COLUMN 03 VALUE "Ultimo Dia Gerado...:".
           05 COLUMN PLUS 2 PIC 9(8) FROM WS-DT-ULTIMO.
           05 LINE 08 COLUMN 03 VALUE "Tipo de Geracao.....:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-TP-GERACAO.
           05 LINE 09 COLUMN 05
              VALUE "D - Delta dos dias pendentes ate hoje".
           05 LINE 10 COLUMN 05 VALUE "C - Carga inicial completa".
           05 LINE 11 COLUMN 05
              VALUE "R - Reenvio do delta de um dia ja gerado".
           05 LINE 13 COLUMN 03 VALUE "Dia do Reenvio......:".
           05 COLUMN PLUS 2 PIC 9(8) USING WS-DT-REENVIO
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-TELA-RESULTADO.
           05 LINE 15 COLUMN 03 VALUE "Sequencia Gerada....:".
           05 COLUMN PLUS 2 PIC 9(9) USING WS-NR-SEQ-ARQ.
           05 LINE 16 COLUMN 03 VALUE "Dias Gerados........:".
           05 COLUMN PLUS 2 PIC 9(5) USING WQT-DIAS.
           05 LINE 17 COLUMN 03 VALUE "Linhas de Clientes..:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LINHAS-ENT(1).
           05 LINE 18 COLUMN 03 VALUE "Linhas de Pedidos...:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LINHAS-ENT(2).
           05 LINE 19 COLUMN 03 VALUE "Linhas de Titulos...:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-LINHAS-ENT(3).

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
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-RECEBER

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "EXTRACAO PARA O BI" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-NR-SEQ-ARQ LK-RETURN-CODE
           MOVE SPACES TO WS-MSGERRO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HR-COMPLETA FROM TIME
           MOVE WS-HR-COMPLETA(1:6) TO WS-HR-AGORA

           PERFORM 1000-LE-CONTROLE

           MOVE 'N' TO WS-MODO-BATCH
           IF LK-BATCH-SIM
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF E-MODO-BATCH
               MOVE "D" TO WS-TP-GERACAO
           ELSE
               PERFORM 0100-ACEITA-PARAMETROS
               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   PERFORM 9999-FINALIZA
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN E-GERA-DELTA
                   PERFORM 2000-GERA-DELTAS-PENDENTES
               WHEN E-GERA-CARGA
                   PERFORM 3000-GERA-CARGA-COMPLETA
               WHEN E-GERA-REENVIO
                   PERFORM 4000-REENVIA-DELTA
           END-EVALUATE

           MOVE "CBL_EXTRAI_BI" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO
           ELSE
               DISPLAY SS-TELA-RESULTADO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PEDE O TIPO DE GERACAO (E O DIA, NO REENVIO) ATE SER VALIDO
      * OU ATE O ESC
       0100-ACEITA-PARAMETROS SECTION.

           MOVE "D" TO WS-TP-GERACAO
           MOVE ZEROS TO WS-DT-REENVIO
           MOVE 'N' TO W-VAL-ENTRADA
           DISPLAY SS-CLS

           PERFORM UNTIL W-VAL-ENTRADA-OK

               ACCEPT SS-TELA-PARAMETROS

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   WHEN NOT E-GERACAO-OK
                       MOVE "TIPO DE GERACAO DEVE SER D, C OU R"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN E-GERA-REENVIO AND
                        (WS-DT-REENVIO EQUAL ZEROS OR
                         WS-DT-REENVIO GREATER WS-DT-HOJE)
                       MOVE "FAVOR INFORMAR O Dia do Reenvio (AAAAMMD
      -                     "D) ATE HOJE" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                       MOVE 'S' TO W-VAL-ENTRADA
               END-EVALUATE

           END-PERFORM.

       0100-ACEITA-PARAMETROSX. EXIT.

      * -----------------------------------
      * LE A ULTIMA SEQUENCIA E O ULTIMO DIA GERADO (ZEROS NA
      * PRIMEIRA EXECUCAO)
       1000-LE-CONTROLE SECTION.

           MOVE ZEROS TO WS-NR-SEQUENCIA WS-DT-ULTIMO

           OPEN INPUT ARQ-CTL-BI

           IF NOT FS-STAT-CTB-OK
               GO TO 1000-LE-CONTROLEX
           END-IF

           READ ARQ-CTL-BI
           IF FS-STAT-CTB-OK
               MOVE ARQ-CTL-BI-REC TO WS-LINHA-CONTROLE
               IF WS-CTB-NR-SEQUENCIA IS NUMERIC
                   MOVE WS-CTB-NR-SEQUENCIA TO WS-NR-SEQUENCIA
               END-IF
               IF WS-CTB-DT-ULTIMO IS NUMERIC
                   MOVE WS-CTB-DT-ULTIMO TO WS-DT-ULTIMO
               END-IF
           END-IF

           CLOSE ARQ-CTL-BI.

       1000-LE-CONTROLEX. EXIT.

      * -----------------------------------
      * REGRAVA O CONTROLE COM A SEQUENCIA E O ULTIMO DIA ATUAIS
       1100-GRAVA-CONTROLE SECTION.

           MOVE WS-NR-SEQUENCIA TO WS-CTB-NR-SEQUENCIA
           MOVE WS-DT-ULTIMO    TO WS-CTB-DT-ULTIMO

           OPEN OUTPUT ARQ-CTL-BI
           MOVE WS-LINHA-CONTROLE TO ARQ-CTL-BI-REC
           WRITE ARQ-CTL-BI-REC
           CLOSE ARQ-CTL-BI.

       1100-GRAVA-CONTROLEX. EXIT.

      * -----------------------------------
      * ANEXA AO HISTORICO A GERACAO CONCLUIDA
       1200-GRAVA-HISTORICO SECTION.

           MOVE WS-DT-MOVIMENTO    TO WS-HBI-DT-MOVIMENTO
           MOVE WS-NR-SEQ-ARQ      TO WS-HBI-NR-SEQUENCIA
           MOVE WS-TP-HISTORICO    TO WS-HBI-TIPO
           MOVE WS-DT-HOJE         TO WS-HBI-DT-GERACAO
           MOVE WS-HR-AGORA        TO WS-HBI-HR-GERACAO
           MOVE WQT-LINHAS-ENT(1)  TO WS-HBI-QT-CLIENTE
           MOVE WQT-LINHAS-ENT(2)  TO WS-HBI-QT-PEDIDO
           MOVE WQT-LINHAS-ENT(3)  TO WS-HBI-QT-RECEBER
           MOVE LK-OPERADOR        TO WS-HBI-ID-OPERADOR

           OPEN EXTEND ARQ-HIS-BI

           IF FS-STAT-HBI-NAO-EXISTE
               OPEN OUTPUT ARQ-HIS-BI
           END-IF

           IF FS-STAT-HBI-OK
               MOVE WS-LINHA-HISTORICO TO ARQ-HIS-BI-REC
               WRITE ARQ-HIS-BI-REC
               CLOSE ARQ-HIS-BI
           END-IF.

       1200-GRAVA-HISTORICOX. EXIT.

      * -----------------------------------
      * GERA O DELTA DE CADA DIA AINDA NAO GERADO, DO DIA SEGUINTE
      * AO ULTIMO ATE HOJE, CADA UM COM A PROXIMA SEQUENCIA. NA
      * PRIMEIRA EXECUCAO GERA SO O DIA DE HOJE
       2000-GERA-DELTAS-PENDENTES SECTION.

           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)

           IF WS-DT-ULTIMO EQUAL ZEROS
               MOVE WS-INT-HOJE TO WS-INT-DIA
           ELSE
               COMPUTE WS-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WS-DT-ULTIMO) + 1
           END-IF

           IF WS-INT-DIA GREATER WS-INT-HOJE
               MOVE "DELTA DE HOJE JA GERADO; USE O REENVIO PARA RECON
      -             "STRUIR" TO WS-MSGERRO
               GO TO 2000-GERA-DELTAS-PENDENTESX
           END-IF

           MOVE "D" TO WS-TP-HEADER WS-TP-HISTORICO

           PERFORM UNTIL WS-INT-DIA GREATER WS-INT-HOJE OR
                         LK-RETURN-CODE NOT EQUAL ZEROS

               COMPUTE WS-DT-MOVIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               ADD 1 TO WS-NR-SEQUENCIA
               MOVE WS-NR-SEQUENCIA TO WS-NR-SEQ-ARQ
               MOVE ZEROS TO WQT-LINHAS-ENT(1) WQT-LINHAS-ENT(2)
                             WQT-LINHAS-ENT(3)

               PERFORM 2100-GERA-DELTA-DIA

               IF LK-RETURN-CODE EQUAL ZEROS
                   MOVE WS-DT-MOVIMENTO TO WS-DT-ULTIMO
                   PERFORM 1100-GRAVA-CONTROLE
                   PERFORM 1200-GRAVA-HISTORICO
                   ADD 1 TO WQT-DIAS
               ELSE
                   SUBTRACT 1 FROM WS-NR-SEQUENCIA
               END-IF

               ADD 1 TO WS-INT-DIA
           END-PERFORM

           IF LK-RETURN-CODE EQUAL ZEROS
               MOVE SPACES TO WS-MSGERRO
               STRING "DELTA BI: " DELIMITED BY SIZE
                      WQT-DIAS DELIMITED BY SIZE
                      " DIA(S) ATE A SEQUENCIA " DELIMITED BY SIZE
                      WS-NR-SEQ-ARQ DELIMITED BY SIZE
                 INTO WS-MSGERRO
           END-IF.

       2000-GERA-DELTAS-PENDENTESX. EXIT.

      * -----------------------------------
      * GERA OS ARQUIVOS DE DELTA DAS TRES ENTIDADES DE UM DIA
       2100-GERA-DELTA-DIA SECTION.

           MOVE SPACES TO WNM-ARQ-JORNAL-UPD
           STRING "JORNAL_"       DELIMITED BY SIZE
                  WS-DT-MOVIMENTO DELIMITED BY SIZE
                  ".LOG"          DELIMITED BY SIZE
             INTO WNM-ARQ-JORNAL-UPD

           PERFORM VARYING WS-IX-ENT FROM 1 BY 1
                   UNTIL WS-IX-ENT > 3 OR
                         LK-RETURN-CODE NOT EQUAL ZEROS
               MOVE WS-TAB-NM-ENTIDADE(WS-IX-ENT) TO WS-ENTIDADE
               PERFORM 2200-GERA-DELTA-ENTIDADE
           END-PERFORM.

       2100-GERA-DELTA-DIAX. EXIT.

      * -----------------------------------
      * ORDENA AS ATUALIZACOES DA ENTIDADE NO JORNAL POR CHAVE E
      * ORDEM DE GRAVACAO E GRAVA UMA LINHA CONSOLIDADA POR CHAVE
       2200-GERA-DELTA-ENTIDADE SECTION.

           MOVE SPACES TO WNM-ARQ-DELTA
           STRING "BI_DELTA_"     DELIMITED BY SIZE
                  WS-ENTIDADE     DELIMITED BY SPACE
                  "_"             DELIMITED BY SIZE
                  WS-DT-MOVIMENTO DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
             INTO WNM-ARQ-DELTA

           PERFORM 5000-ABRE-ARQ-DELTA

           MOVE "N" TO WS-FIM-SORT-FILE
           SORT SORT-FILE
               ASCENDING KEY SD-CHAVE
               ASCENDING KEY SD-NR-ORDEM
               INPUT PROCEDURE 2300-SORT-INPUT
               OUTPUT PROCEDURE 2400-SORT-OUTPUT

           PERFORM 5100-FECHA-ARQ-DELTA.

       2200-GERA-DELTA-ENTIDADEX. EXIT.

      * -----------------------------------
      * LIBERA AS LINHAS DO JORNAL DA ENTIDADE CORRENTE. DIA SEM
      * JORNAL NAO TEVE ATUALIZACAO E GERA DELTA VAZIO
       2300-SORT-INPUT SECTION.

           MOVE ZEROS TO WS-NR-ORDEM

           OPEN INPUT ARQ-JORNAL-UPD

           IF NOT FS-STAT-JNL-OK
               GO TO 2300-SORT-INPUTX
           END-IF

           READ ARQ-JORNAL-UPD
               AT END MOVE 10 TO FS-STAT-JNL
           END-READ

           PERFORM UNTIL NOT FS-STAT-JNL-OK

               ADD 1 TO WS-NR-ORDEM

               IF FS-JNL-ENTIDADE EQUAL WS-ENTIDADE
                   MOVE FS-JNL-IMAGEM(1:7) TO SD-CHAVE
                   MOVE WS-NR-ORDEM        TO SD-NR-ORDEM
                   MOVE FS-JNL-OPERACAO    TO SD-OPERACAO
                   MOVE FS-JNL-DATA        TO SD-DATA
                   MOVE FS-JNL-HORA        TO SD-HORA
                   MOVE FS-JNL-IMAGEM      TO SD-IMAGEM
                   RELEASE SORT-RECORD
               END-IF

               READ ARQ-JORNAL-UPD
                   AT END MOVE 10 TO FS-STAT-JNL
               END-READ
           END-PERFORM

           CLOSE ARQ-JORNAL-UPD.

       2300-SORT-INPUTX. EXIT.

      * -----------------------------------
      * RECEBE AS ATUALIZACOES AGRUPADAS POR CHAVE; GUARDA A PRIMEIRA
      * OPERACAO E A ULTIMA IMAGEM DE CADA CHAVE
       2400-SORT-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S"

               MOVE SD-CHAVE    TO WS-CHAVE-ATU
               MOVE SD-OPERACAO TO WS-OPE-PRIMEIRA

               PERFORM UNTIL WS-FIM-SORT-FILE EQUAL "S" OR
                             SD-CHAVE NOT EQUAL WS-CHAVE-ATU
                   MOVE SD-OPERACAO TO WS-OPE-ULTIMA
                   MOVE SD-DATA     TO WS-ULT-DATA
                   MOVE SD-HORA     TO WS-ULT-HORA
                   MOVE SD-IMAGEM   TO WS-ULT-IMAGEM
                   RETURN SORT-FILE AT END
                       MOVE "S" TO WS-FIM-SORT-FILE
                   END-RETURN
               END-PERFORM

               PERFORM 2500-GRAVA-LINHA-DELTA

           END-PERFORM.

       2400-SORT-OUTPUTX. EXIT.

      * -----------------------------------
      * CLASSIFICA A CHAVE DO DIA EM I, U OU D E GRAVA A LINHA
       2500-GRAVA-LINHA-DELTA SECTION.

           EVALUATE TRUE
               WHEN WS-OPE-ULTIMA EQUAL "DELETE" AND
                    WS-OPE-PRIMEIRA EQUAL "WRITE"
                   GO TO 2500-GRAVA-LINHA-DELTAX
               WHEN WS-OPE-ULTIMA EQUAL "DELETE"
                   MOVE "D" TO WS-LIN-OPERACAO
                   ADD 1 TO WQT-EXCLUIDOS
               WHEN WS-OPE-PRIMEIRA EQUAL "WRITE"
                   MOVE "I" TO WS-LIN-OPERACAO
                   ADD 1 TO WQT-INCLUIDOS
               WHEN OTHER
                   MOVE "U" TO WS-LIN-OPERACAO
                   ADD 1 TO WQT-ALTERADOS
           END-EVALUATE

           MOVE WS-CHAVE-ATU  TO WS-LIN-CHAVE
           MOVE WS-ULT-DATA   TO WS-LIN-DATA
           MOVE WS-ULT-HORA   TO WS-LIN-HORA
           MOVE WS-ULT-IMAGEM TO WS-LIN-IMAGEM

           PERFORM 5200-GRAVA-LINHA.

       2500-GRAVA-LINHA-DELTAX. EXIT.

      * -----------------------------------
      * CARGA INICIAL: TODOS OS REGISTROS DOS TRES CADASTROS COMO
      * INCLUSAO, COM A PROXIMA SEQUENCIA. O ULTIMO DIA DO DELTA NAO
      * MUDA: O DELTA SEGUINTE COBRE O QUE FOR ALTERADO DEPOIS
       3000-GERA-CARGA-COMPLETA SECTION.

           MOVE "C" TO WS-TP-HEADER WS-TP-HISTORICO
           MOVE WS-DT-HOJE TO WS-DT-MOVIMENTO
           ADD 1 TO WS-NR-SEQUENCIA
           MOVE WS-NR-SEQUENCIA TO WS-NR-SEQ-ARQ
           MOVE "I" TO WS-LIN-OPERACAO
           MOVE WS-DT-HOJE  TO WS-LIN-DATA
           MOVE WS-HR-AGORA TO WS-LIN-HORA

           PERFORM VARYING WS-IX-ENT FROM 1 BY 1
                   UNTIL WS-IX-ENT > 3 OR
                         LK-RETURN-CODE NOT EQUAL ZEROS

               MOVE WS-TAB-NM-ENTIDADE(WS-IX-ENT) TO WS-ENTIDADE
               MOVE SPACES TO WNM-ARQ-DELTA
               STRING "BI_CARGA_"   DELIMITED BY SIZE
                      WS-ENTIDADE   DELIMITED BY SPACE
                      "_"           DELIMITED BY SIZE
                      WS-DT-HOJE    DELIMITED BY SIZE
                      ".TXT"        DELIMITED BY SIZE
                 INTO WNM-ARQ-DELTA

               PERFORM 5000-ABRE-ARQ-DELTA

               EVALUATE WS-IX-ENT
                   WHEN 1 PERFORM 3100-CARGA-CLIENTE
                   WHEN 2 PERFORM 3200-CARGA-PEDIDO
                   WHEN 3 PERFORM 3300-CARGA-RECEBER
               END-EVALUATE

               PERFORM 5100-FECHA-ARQ-DELTA
           END-PERFORM

           IF LK-RETURN-CODE EQUAL ZEROS
               PERFORM 1100-GRAVA-CONTROLE
               PERFORM 1200-GRAVA-HISTORICO
               MOVE SPACES TO WS-MSGERRO
               STRING "CARGA COMPLETA BI GERADA NA SEQUENCIA "
                        DELIMITED BY SIZE
                      WS-NR-SEQ-ARQ DELIMITED BY SIZE
                 INTO WS-MSGERRO
           ELSE
               SUBTRACT 1 FROM WS-NR-SEQUENCIA
           END-IF.

       3000-GERA-CARGA-COMPLETAX. EXIT.

      * -----------------------------------
      * TODOS OS CLIENTES NA CARGA
       3100-CARGA-CLIENTE SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               GO TO 3100-CARGA-CLIENTEX
           END-IF

           MOVE LOW-VALUES TO FS-CLI-KEY
           PERFORM 6100-LER-ARQ-CLIENTE

           PERFORM UNTIL NOT FS-STAT-CLI-OK
               MOVE FS-CLI-KEY      TO WS-LIN-CHAVE
               MOVE ARQ-CLIENTE-REC TO WS-LIN-IMAGEM
               PERFORM 5200-GRAVA-LINHA
               ADD 1 TO WQT-INCLUIDOS
               PERFORM 6100-LER-ARQ-CLIENTE
           END-PERFORM

           CLOSE ARQ-CLIENTE.

       3100-CARGA-CLIENTEX. EXIT.

      * -----------------------------------
      * TODOS OS PEDIDOS NA CARGA
       3200-CARGA-PEDIDO SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF NOT FS-STAT-PED-OK
               GO TO 3200-CARGA-PEDIDOX
           END-IF

           MOVE LOW-VALUES TO FS-PED-KEY
           PERFORM 6200-LER-ARQ-PEDIDO

           PERFORM UNTIL NOT FS-STAT-PED-OK
               MOVE FS-PED-KEY     TO WS-LIN-CHAVE
               MOVE ARQ-PEDIDO-REC TO WS-LIN-IMAGEM
               PERFORM 5200-GRAVA-LINHA
               ADD 1 TO WQT-INCLUIDOS
               PERFORM 6200-LER-ARQ-PEDIDO
           END-PERFORM

           CLOSE ARQ-PEDIDO.

       3200-CARGA-PEDIDOX. EXIT.

      * -----------------------------------
      * TODOS OS TITULOS NA CARGA
       3300-CARGA-RECEBER SECTION.

           OPEN INPUT ARQ-RECEBER

           IF NOT FS-STAT-REC-OK
               GO TO 3300-CARGA-RECEBERX
           END-IF

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6300-LER-ARQ-RECEBER

           PERFORM UNTIL NOT FS-STAT-REC-OK
               MOVE FS-REC-KEY      TO WS-LIN-CHAVE
               MOVE ARQ-RECEBER-REC TO WS-LIN-IMAGEM
               PERFORM 5200-GRAVA-LINHA
               ADD 1 TO WQT-INCLUIDOS
               PERFORM 6300-LER-ARQ-RECEBER
           END-PERFORM

           CLOSE ARQ-RECEBER.

       3300-CARGA-RECEBERX. EXIT.

      * -----------------------------------
      * RECONSTROI O DELTA DE UM DIA JA GERADO COM A SEQUENCIA
      * ORIGINAL, TIRADA DO HISTORICO; EXIGE O JORNAL DO DIA
       4000-REENVIA-DELTA SECTION.

           MOVE WS-DT-REENVIO TO WS-DT-MOVIMENTO
           MOVE 'N' TO WS-SEQ-ACHOU
           MOVE ZEROS TO WS-NR-SEQ-ARQ

           OPEN INPUT ARQ-HIS-BI

           IF FS-STAT-HBI-OK
               READ ARQ-HIS-BI
               PERFORM UNTIL NOT FS-STAT-HBI-OK
                   MOVE ARQ-HIS-BI-REC TO WS-LINHA-HISTORICO
                   IF WS-HBI-DT-MOVIMENTO EQUAL WS-DT-MOVIMENTO AND
                      WS-HBI-TIPO EQUAL "D"
                       MOVE WS-HBI-NR-SEQUENCIA TO WS-NR-SEQ-ARQ
                       MOVE 'S' TO WS-SEQ-ACHOU
                   END-IF
                   READ ARQ-HIS-BI
               END-PERFORM
               CLOSE ARQ-HIS-BI
           END-IF

           IF NOT E-SEQ-ACHOU
               MOVE "DELTA DESSE DIA NUNCA FOI GERADO; NADA A REENVIAR"
                 TO WS-MSGERRO
               MOVE 4 TO LK-RETURN-CODE
               GO TO 4000-REENVIA-DELTAX
           END-IF

           MOVE SPACES TO WNM-ARQ-JORNAL-UPD
           STRING "JORNAL_"       DELIMITED BY SIZE
                  WS-DT-MOVIMENTO DELIMITED BY SIZE
                  ".LOG"          DELIMITED BY SIZE
             INTO WNM-ARQ-JORNAL-UPD

           OPEN INPUT ARQ-JORNAL-UPD
           IF FS-STAT-JNL-NAO-EXISTE
               MOVE "JORNAL DESSE DIA NAO ESTA MAIS DISPONIVEL PARA O
      -             "REENVIO" TO WS-MSGERRO
               MOVE 4 TO LK-RETURN-CODE
               GO TO 4000-REENVIA-DELTAX
           END-IF
           CLOSE ARQ-JORNAL-UPD

           MOVE "D" TO WS-TP-HEADER
           MOVE "R" TO WS-TP-HISTORICO
           PERFORM 2100-GERA-DELTA-DIA

           IF LK-RETURN-CODE EQUAL ZEROS
               PERFORM 1200-GRAVA-HISTORICO
               ADD 1 TO WQT-DIAS
               MOVE SPACES TO WS-MSGERRO
               STRING "DELTA DE " DELIMITED BY SIZE
                      WS-DT-MOVIMENTO DELIMITED BY SIZE
                      " REENVIADO NA SEQUENCIA " DELIMITED BY SIZE
                      WS-NR-SEQ-ARQ DELIMITED BY SIZE
                 INTO WS-MSGERRO
           END-IF.

       4000-REENVIA-DELTAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DA ENTIDADE E GRAVA O HEADER COM A SEQUENCIA
       5000-ABRE-ARQ-DELTA SECTION.

           MOVE ZEROS TO WQT-LINHAS-ARQUIVO WS-VL-HASH

           MOVE SPACES TO WS-ID-ARQUIVO
           STRING "BI-" WS-ENTIDADE DELIMITED BY SPACE
             INTO WS-ID-ARQUIVO

           OPEN OUTPUT ARQ-DELTA

           MOVE SPACES TO ARQ-DELTA-REC
           STRING "HDR;"          DELIMITED BY SIZE
                  WS-ID-ARQUIVO   DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WS-DT-MOVIMENTO DELIMITED BY SIZE
                  ";FRANQUIA;"    DELIMITED BY SIZE
                  WS-NR-SEQ-ARQ   DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-TP-HEADER    DELIMITED BY SIZE
             INTO ARQ-DELTA-REC
           WRITE ARQ-DELTA-REC.

       5000-ABRE-ARQ-DELTAX. EXIT.

      * -----------------------------------
      * GRAVA O TRAILER, FECHA E CONFERE O ARQUIVO DA ENTIDADE
       5100-FECHA-ARQ-DELTA SECTION.

           MOVE WQT-LINHAS-ARQUIVO TO WS-TRL-QT
           MOVE WS-VL-HASH TO WS-TRL-HASH
           MOVE WS-LINHA-TRAILER TO ARQ-DELTA-REC
           WRITE ARQ-DELTA-REC

           CLOSE ARQ-DELTA

           MOVE WQT-LINHAS-ARQUIVO TO WQT-LINHAS-ENT(WS-IX-ENT)

           MOVE WNM-ARQ-DELTA TO LK-INT-NM-ARQUIVO
           MOVE WS-ID-ARQUIVO TO LK-INT-ID-ARQUIVO
           MOVE 2 TO LK-INT-POS-HASH

           CALL 'CBL_VALIDA_INTERCAMBIO' USING LK-INT-PARAMETERS

           IF NOT LK-INT-RC-OK
               MOVE SPACES TO WS-MSGERRO
               STRING "ARQUIVO GERADO NAO PASSOU NA CONFERENCIA - "
                        DELIMITED BY SIZE
                      WNM-ARQ-DELTA DELIMITED BY SPACE
                 INTO WS-MSGERRO
               MOVE 8 TO LK-RETURN-CODE
           END-IF.

       5100-FECHA-ARQ-DELTAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA MONTADA E ACUMULA CONTAGEM E HASH DAS CHAVES
       5200-GRAVA-LINHA SECTION.

           MOVE WS-LINHA-DADOS TO ARQ-DELTA-REC
           WRITE ARQ-DELTA-REC

           ADD 1 TO WQT-LINHAS-ARQUIVO
           IF WS-LIN-CHAVE IS NUMERIC
               MOVE WS-LIN-CHAVE TO WS-CHAVE-NUM
               ADD WS-CHAVE-NUM TO WS-VL-HASH
           END-IF.

       5200-GRAVA-LINHAX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6100-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
             NOT INVALID KEY
               READ ARQ-CLIENTE NEXT
               END-READ
           END-START.

       6100-LER-ARQ-CLIENTE-FIMX. EXIT.

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
       6300-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
             NOT INVALID KEY
               READ ARQ-RECEBER NEXT
               END-READ
           END-START.

       6300-LER-ARQ-RECEBER-FIMX. EXIT.

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
       END PROGRAM CBL_EXTRAI_BI.
