      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Acerto de Caixa do Motorista (Cobranca na Entrega)
      * Tectonics: cobc
      ******************************************************************
      * ACERTO DO MOTORISTA POR DIA DE CARGA. OS CLIENTES DA CARGA SAO
      * AS ENTREGAS INTEGRAIS OU PARCIAIS QUE O MOTORISTA FEZ NA DATA
      * (ARQ-ENTREGA, CARREGADO PELA TELA OU POR ENTREGA_CARGA.CSV).
      * PARA CADA TITULO EM ABERTO DESSES CLIENTES EM ARQ-RECEBER O
      * OPERADOR INFORMA O QUE FOI COLETADO EM DINHEIRO, CHEQUE E PIX;
      * EM SEGUIDA INFORMA O QUE O MOTORISTA DE FATO ENTREGOU NO
      * CAIXA. CONFIRMADO O ACERTO, OS TITULOS SAO BAIXADOS PELA
      * MESMA REGRA DE CBL_BAIXA_RECEBER (ENCARGOS PRIMEIRO, DEPOIS O
      * PRINCIPAL, DATA DE PAGAMENTO = DATA DA CARGA) E O RESUMO VAI
      * PARA ARQ-ACERTO (UM ACERTO POR MOTORISTA E DATA). FALTA OU
      * SOBRA ENTRE DECLARADO E ENTREGUE E ANEXADA AO RELATORIO
      * ACERTO_DIVERGENCIA.TXT E REGISTRADA NA AUDITORIA GERAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_ACERTO_MOTORISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ACERTO ASSIGN TO DISK WID-ARQ-ACERTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ACE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ACE.

           SELECT ARQ-MOTORISTA ASSIGN TO DISK WID-ARQ-MOTORISTA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOT.

           SELECT ARQ-ENTREGA ASSIGN TO DISK WID-ARQ-ENTREGA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ENT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ENT.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-DIVERGENCIA ASSIGN TO WNM-ARQ-DIVERGENCIA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-DIV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ACERTO.

       COPY FS-ARQ-ACERTO.

       FD ARQ-MOTORISTA.

       COPY FS-ARQ-MOTORISTA.

       FD ARQ-ENTREGA.

       COPY FS-ARQ-ENTREGA.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-DIVERGENCIA.
       01 ARQ-DIVERGENCIA-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-ACE PIC 9(02).
           88 FS-STAT-ACE-OK         VALUE 00.
           88 FS-STAT-ACE-NAO-EXISTE VALUE 35.

       77 FS-STAT-MOT PIC 9(02).
           88 FS-STAT-MOT-OK         VALUE 00.

       77 FS-STAT-ENT PIC 9(02).
           88 FS-STAT-ENT-OK         VALUE 00.
           88 FS-STAT-ENT-NAO-EXISTE VALUE 35.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-DIV PIC 9(02).
           88 FS-STAT-DIV-OK         VALUE 00.
           88 FS-STAT-DIV-NAO-EXISTE VALUE 35.

       77 WNM-ARQ-DIVERGENCIA PIC X(50)
           VALUE "ACERTO_DIVERGENCIA.TXT".

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
       77 WS-DT-BASE-ENCARGO PIC 9(008) VALUE ZEROS.

       77 WS-CD-MOTORISTA PIC 9(005) VALUE ZEROS.
       77 WS-NM-MOTORISTA PIC X(040) VALUE SPACES.
       77 WS-DT-CARGA     PIC 9(008) VALUE ZEROS.

       77 WS-CANCELADO PIC X VALUE 'N'.
           88 E-CANCELADO VALUE 'S'.
       77 WS-COLETA-OK PIC X VALUE 'N'.
           88 E-COLETA-OK VALUE 'S'.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * CLIENTES ATENDIDOS PELO MOTORISTA NA DATA DA CARGA
       01 WS-TAB-CLI.
           05 WS-TAB-CLI-CD PIC 9(007) OCCURS 200.
       77 WS-TAB-CLI-QTD PIC 9(003) VALUE ZEROS.
       77 WS-CLI-IDX     PIC 9(003) VALUE ZEROS.

      * TITULOS EM ABERTO DOS CLIENTES DA CARGA E O COLETADO EM CADA UM
       01 WS-TAB-TIT.
           05 WS-TAB-TIT-ITEM OCCURS 300.
               10 WS-TAB-TIT-DOC      PIC 9(007).
               10 WS-TAB-TIT-CLI      PIC 9(007).
               10 WS-TAB-TIT-VENC     PIC 9(008).
               10 WS-TAB-TIT-SALDO    PIC 9(011)V99.
               10 WS-TAB-TIT-ENCARGOS PIC 9(009)V99.
               10 WS-TAB-TIT-DINHEIRO PIC 9(009)V99.
               10 WS-TAB-TIT-CHEQUE   PIC 9(009)V99.
               10 WS-TAB-TIT-PIX      PIC 9(009)V99.
       77 WS-TAB-TIT-QTD PIC 9(003) VALUE ZEROS.
       77 WS-TIT-IDX     PIC 9(003) VALUE ZEROS.

      * TITULO CORRENTE NA TELA DE COLETA
       77 WS-NR-DOCUMENTO PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE   PIC 9(007) VALUE ZEROS.
       77 WS-NM-CLIENTE   PIC X(040) VALUE SPACES.
       77 WS-DT-VENCIMENTO PIC 9(008) VALUE ZEROS.
       77 WS-VL-DEVIDO    PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-DINHEIRO  PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-CHEQUE    PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-PIX       PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-COLETADO  PIC 9(011)V99 VALUE ZEROS.

      * DECLARADO (SOMA DAS COLETAS) CONTRA ENTREGUE NO CAIXA
       77 WS-DEC-DINHEIRO PIC 9(009)V99 VALUE ZEROS.
       77 WS-DEC-CHEQUE   PIC 9(009)V99 VALUE ZEROS.
       77 WS-DEC-PIX      PIC 9(009)V99 VALUE ZEROS.
       77 WS-TOT-DECLARADO PIC 9(010)V99 VALUE ZEROS.
       77 WS-ENT-DINHEIRO PIC 9(009)V99 VALUE ZEROS.
       77 WS-ENT-CHEQUE   PIC 9(009)V99 VALUE ZEROS.
       77 WS-ENT-PIX      PIC 9(009)V99 VALUE ZEROS.
       77 WS-TOT-ENTREGUE PIC 9(010)V99 VALUE ZEROS.
       77 WS-VL-DIFERENCA PIC S9(009)V99 VALUE ZEROS.
       77 WS-DS-DIFERENCA PIC X(005) VALUE SPACES.

       77 WQT-BAIXADOS     PIC 9(005) VALUE ZEROS.
       77 WQT-NAO-BAIXADOS PIC 9(005) VALUE ZEROS.

      * BAIXA (MESMA REGRA DE CBL_BAIXA_RECEBER)
       77 WS-DT-PAGAMENTO PIC 9(008) VALUE ZEROS.
       77 WS-VL-RECEBIDO  PIC 9(011)V99 VALUE ZEROS.

      * PERCENTUAIS DE ENCARGOS (SOBREPOSTOS PELOS PARAMETROS
      * JUROS-MES-PC E MULTA-PC QUANDO CADASTRADOS)
       77 WS-PC-JUROS-MES PIC 9(002)V99 VALUE 2.00.
       77 WS-PC-MULTA     PIC 9(002)V99 VALUE 2.00.

       77 WS-DIAS-ATRASO  PIC S9(005) VALUE ZEROS.
       77 WS-VL-SALDO     PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-JUROS     PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-MULTA     PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-ENCARGOS  PIC 9(009)V99 VALUE ZEROS.
       77 WS-VL-PRINCIPAL PIC 9(011)V99 VALUE ZEROS.
       77 WS-VL-ENC-PAGO  PIC 9(009)V99 VALUE ZEROS.

       77 WS-ED-VALOR     PIC Z(9)9.99.
       77 WS-ED-VALOR2    PIC Z(9)9.99.
       77 WS-ED-DIFERENCA PIC -(9)9.99.
       77 WS-ED-QTD       PIC ZZZZ9.

       01 WS-LIN-TEXTO PIC X(132) VALUE SPACES.

       COPY CPY_ID_ARQ_ACERTO.
       COPY CPY_ID_ARQ_MOTORISTA.
       COPY CPY_ID_ARQ_ENTREGA.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_CLIENTE.

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

       01 SS-CHAVE FOREGROUND-COLOR 2.
           05 LINE 07 COLUMN 06 VALUE "Codigo Motorista:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CD-MOTORISTA
              BLANK WHEN ZEROS.
           05 LINE 08 COLUMN 02 VALUE "Data Carga(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-CARGA.

       01 SS-TELA-MOTORISTA.
           05 LINE 04 COLUMN 07 VALUE "Motorista:".
           05 COLUMN PLUS 2 PIC 9(05) FROM WS-CD-MOTORISTA.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-MOTORISTA.
           05 LINE 05 COLUMN 06 VALUE "Data Carga:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-CARGA.

       01 SS-TELA-TITULO.
           05 LINE 07 COLUMN 11 VALUE "Titulo:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-TIT-IDX.
           05 COLUMN PLUS 1 VALUE "de".
           05 COLUMN PLUS 1 PIC 9(03) FROM WS-TAB-TIT-QTD.
           05 LINE 08 COLUMN 08 VALUE "Documento:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-NR-DOCUMENTO.
           05 LINE 09 COLUMN 10 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE.
           05 COLUMN PLUS 2 PIC X(40) FROM WS-NM-CLIENTE.
           05 LINE 10 COLUMN 07 VALUE "Vencimento:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-VENCIMENTO.
           05 LINE 11 COLUMN 12 VALUE "Saldo:".
           05 COLUMN PLUS 3 PIC 9(09).99 FROM WS-VL-SALDO.
           05 LINE 12 COLUMN 09 VALUE "Encargos:".
           05 COLUMN PLUS 3 PIC 9(09).99 FROM WS-VL-ENCARGOS.
           05 LINE 13 COLUMN 05 VALUE "Total Devido:".
           05 COLUMN PLUS 3 PIC 9(09).99 FROM WS-VL-DEVIDO.

       01 SS-TELA-COLETA.
           05 LINE 15 COLUMN 09 VALUE "Dinheiro:".
           05 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-DINHEIRO.
           05 LINE 16 COLUMN 11 VALUE "Cheque:".
           05 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-CHEQUE.
           05 LINE 17 COLUMN 14 VALUE "PIX:".
           05 COLUMN PLUS 2 PIC 9(09).99 USING WS-VL-PIX.
           05 LINE 19 COLUMN 02 VALUE "Nada coletado: deixar zerado".

       01 SS-TELA-CONFERE.
           05 LINE 07 COLUMN 20 VALUE "Declarado".
           05 LINE 07 COLUMN 37 VALUE "Entregue".
           05 LINE 08 COLUMN 09 VALUE "Dinheiro:".
           05 LINE 08 COLUMN 19 PIC 9(09).99 FROM WS-DEC-DINHEIRO.
           05 LINE 08 COLUMN 35 PIC 9(09).99 USING WS-ENT-DINHEIRO.
           05 LINE 09 COLUMN 11 VALUE "Cheque:".
           05 LINE 09 COLUMN 19 PIC 9(09).99 FROM WS-DEC-CHEQUE.
           05 LINE 09 COLUMN 35 PIC 9(09).99 USING WS-ENT-CHEQUE.
           05 LINE 10 COLUMN 14 VALUE "PIX:".
           05 LINE 10 COLUMN 19 PIC 9(09).99 FROM WS-DEC-PIX.
           05 LINE 10 COLUMN 35 PIC 9(09).99 USING WS-ENT-PIX.
           05 LINE 11 COLUMN 12 VALUE "Total:".
           05 LINE 11 COLUMN 18 PIC 9(10).99 FROM WS-TOT-DECLARADO.

       01 SS-TELA-DIFERENCA.
           05 LINE 13 COLUMN 03 VALUE "Total Entregue:".
           05 COLUMN PLUS 2 PIC 9(10).99 FROM WS-TOT-ENTREGUE.
           05 LINE 14 COLUMN 08 VALUE "Diferenca:".
           05 COLUMN PLUS 2 PIC -(9)9.99 FROM WS-VL-DIFERENCA.
           05 COLUMN PLUS 2 PIC X(05) FROM WS-DS-DIFERENCA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-ACERTO
           END-IF
           MOVE WNM-PATH-ACERTO TO WNM-PATH-MOTORISTA
           MOVE WNM-PATH-ACERTO TO WNM-PATH-ENTREGA
           MOVE WNM-PATH-ACERTO TO WNM-PATH-RECEBER
           MOVE WNM-PATH-ACERTO TO WNM-PATH-CLIENTE

           MOVE "JUROS-MES-PC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-JUROS-MES =
                   FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           MOVE "MULTA-PC" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-PC-MULTA = FUNCTION NUMVAL(LK-PAR-VALOR)
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ACERTO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           MOVE "ACERTO DO MOTORISTA" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 5000-ABRIR-ARQUIVOS

           MOVE 'N' TO W-VAL-ENTRADA
           PERFORM 1000-ACERTO-MOTORISTA UNTIL W-VAL-ENTRADA-OK

           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * UM ACERTO: MOTORISTA E DATA DA CARGA, COLETA POR TITULO,
      * CONFERENCIA DO ENTREGUE E, CONFIRMADO, BAIXA E REGISTRO
       1000-ACERTO-MOTORISTA SECTION.

           DISPLAY SS-CLS
           MOVE ZEROS TO WS-CD-MOTORISTA
           MOVE WS-DT-HOJE TO WS-DT-CARGA

           ACCEPT SS-CHAVE

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE 'S' TO W-VAL-ENTRADA
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF

           MOVE WS-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA
           READ ARQ-MOTORISTA

           IF NOT FS-STAT-MOT-OK OR WS-CD-MOTORISTA EQUAL ZEROS
               MOVE "MOTORISTA NAO CADASTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF
           MOVE FS-MOT-NM-MOTORISTA TO WS-NM-MOTORISTA

           MOVE WS-DT-CARGA     TO FS-ACE-DT-CARGA
           MOVE WS-CD-MOTORISTA TO FS-ACE-CD-MOTORISTA
           READ ARQ-ACERTO

           IF FS-STAT-ACE-OK
               MOVE "ACERTO JA REALIZADO PARA O MOTORISTA NESTA DATA"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF

           PERFORM 2000-MONTA-CLIENTES

           IF WS-TAB-CLI-QTD EQUAL ZEROS
               MOVE "NENHUMA ENTREGA DO MOTORISTA NESTA DATA"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF

           PERFORM 2100-MONTA-TITULOS

           IF WS-TAB-TIT-QTD EQUAL ZEROS
               MOVE "NENHUM TITULO EM ABERTO DOS CLIENTES DA CARGA"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF

           MOVE 'N' TO WS-CANCELADO
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
             UNTIL WS-TIT-IDX GREATER WS-TAB-TIT-QTD OR E-CANCELADO
               PERFORM 2200-DIGITA-COLETA
           END-PERFORM

           IF NOT E-CANCELADO
               PERFORM 2300-CONFERE-ENTREGA
           END-IF

           IF E-CANCELADO
               MOVE "ACERTO CANCELADO - NENHUM TITULO FOI BAIXADO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 1000-ACERTO-MOTORISTAX
           END-IF

           PERFORM 3000-BAIXA-TITULOS
           PERFORM 3100-GRAVA-ACERTO

           IF WS-VL-DIFERENCA NOT EQUAL ZEROS
               PERFORM 3200-GRAVA-DIVERGENCIA
           END-IF

           MOVE WQT-BAIXADOS TO WS-ED-QTD
           MOVE SPACES TO WS-MSGERRO
           IF WS-VL-DIFERENCA EQUAL ZEROS
               STRING "ACERTO CONCLUIDO - TITULOS COM BAIXA:"
                        DELIMITED BY SIZE
                      WS-ED-QTD DELIMITED BY SIZE
                 INTO WS-MSGERRO
           ELSE
               STRING "ACERTO CONCLUIDO COM " DELIMITED BY SIZE
                      WS-DS-DIFERENCA DELIMITED BY SPACE
                      " - VER ACERTO_DIVERGENCIA.TXT"
                        DELIMITED BY SIZE
                 INTO WS-MSGERRO
           END-IF
           PERFORM 9000-MOSTRA-ERRO.

       1000-ACERTO-MOTORISTAX. EXIT.

      * -----------------------------------
      * CLIENTES COM ENTREGA INTEGRAL OU PARCIAL FEITA PELO MOTORISTA
      * NA DATA (RECUSADA E AUSENTE NAO GERAM COBRANCA NA ENTREGA)
       2000-MONTA-CLIENTES SECTION.

           INITIALIZE WS-TAB-CLI
           MOVE ZEROS TO WS-TAB-CLI-QTD

           MOVE LOW-VALUES TO FS-ENT-KEY
           PERFORM 6400-LE-PROX-ENTREGA

           PERFORM UNTIL NOT FS-STAT-ENT-OK
               IF FS-ENT-DT-ENTREGA EQUAL WS-DT-CARGA AND
                  FS-ENT-CD-MOTORISTA IS NUMERIC AND
                  FS-ENT-CD-MOTORISTA EQUAL WS-CD-MOTORISTA AND
                  (FS-ENT-INTEGRAL OR FS-ENT-PARCIAL)
                   MOVE FS-ENT-CD-CLIENTE TO WS-CD-CLIENTE
                   PERFORM 6460-PROCURA-CLIENTE
                   IF NOT E-ACHADO AND WS-TAB-CLI-QTD LESS 200
                       ADD 1 TO WS-TAB-CLI-QTD
                       MOVE FS-ENT-CD-CLIENTE
                         TO WS-TAB-CLI-CD(WS-TAB-CLI-QTD)
                   END-IF
               END-IF
               PERFORM 6400-LE-PROX-ENTREGA
           END-PERFORM.

       2000-MONTA-CLIENTESX. EXIT.

      * -----------------------------------
      * TITULOS EM ABERTO DOS CLIENTES DA CARGA, COM SALDO E ENCARGOS
      * CALCULADOS NA DATA DA CARGA
       2100-MONTA-TITULOS SECTION.

           INITIALIZE WS-TAB-TIT
           MOVE ZEROS TO WS-TAB-TIT-QTD
           MOVE WS-DT-CARGA TO WS-DT-BASE-ENCARGO

           MOVE LOW-VALUES TO FS-REC-KEY
           PERFORM 6300-LE-PROX-TITULO

           PERFORM UNTIL NOT FS-STAT-REC-OK
               IF FS-REC-ABERTO AND WS-TAB-TIT-QTD LESS 300
                   MOVE FS-REC-CD-CLIENTE TO WS-CD-CLIENTE
                   PERFORM 6460-PROCURA-CLIENTE
                   IF E-ACHADO
                       PERFORM 4000-CALCULA-ENCARGOS
                       ADD 1 TO WS-TAB-TIT-QTD
                       MOVE FS-REC-NR-DOCUMENTO
                         TO WS-TAB-TIT-DOC(WS-TAB-TIT-QTD)
                       MOVE FS-REC-CD-CLIENTE
                         TO WS-TAB-TIT-CLI(WS-TAB-TIT-QTD)
                       MOVE FS-REC-DT-VENCIMENTO
                         TO WS-TAB-TIT-VENC(WS-TAB-TIT-QTD)
                       MOVE WS-VL-SALDO
                         TO WS-TAB-TIT-SALDO(WS-TAB-TIT-QTD)
                       MOVE WS-VL-ENCARGOS
                         TO WS-TAB-TIT-ENCARGOS(WS-TAB-TIT-QTD)
                   END-IF
               END-IF
               PERFORM 6300-LE-PROX-TITULO
           END-PERFORM.

       2100-MONTA-TITULOSX. EXIT.

      * -----------------------------------
      * MOSTRA O TITULO CORRENTE E RECEBE O COLETADO POR FORMA DE
      * PAGAMENTO; ESC CANCELA O ACERTO INTEIRO
       2200-DIGITA-COLETA SECTION.

           MOVE WS-TAB-TIT-DOC(WS-TIT-IDX)      TO WS-NR-DOCUMENTO
           MOVE WS-TAB-TIT-CLI(WS-TIT-IDX)      TO WS-CD-CLIENTE
           MOVE WS-TAB-TIT-VENC(WS-TIT-IDX)     TO WS-DT-VENCIMENTO
           MOVE WS-TAB-TIT-SALDO(WS-TIT-IDX)    TO WS-VL-SALDO
           MOVE WS-TAB-TIT-ENCARGOS(WS-TIT-IDX) TO WS-VL-ENCARGOS
           COMPUTE WS-VL-DEVIDO = WS-VL-SALDO + WS-VL-ENCARGOS

           MOVE SPACES TO WS-NM-CLIENTE
           MOVE WS-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF FS-STAT-CLI-OK
               MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-NM-CLIENTE
           END-IF

           MOVE ZEROS TO WS-VL-DINHEIRO WS-VL-CHEQUE WS-VL-PIX
           MOVE 'N' TO WS-COLETA-OK

           PERFORM UNTIL E-COLETA-OK OR E-CANCELADO
               DISPLAY SS-CLS
               DISPLAY SS-TELA-MOTORISTA
               DISPLAY SS-TELA-TITULO
               ACCEPT SS-TELA-COLETA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO WS-CANCELADO
               ELSE
                   COMPUTE WS-VL-COLETADO =
                       WS-VL-DINHEIRO + WS-VL-CHEQUE + WS-VL-PIX
                   IF WS-VL-COLETADO GREATER WS-VL-DEVIDO
                       MOVE "VALOR COLETADO MAIOR QUE O TOTAL DEVIDO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       MOVE WS-VL-DINHEIRO
                         TO WS-TAB-TIT-DINHEIRO(WS-TIT-IDX)
                       MOVE WS-VL-CHEQUE
                         TO WS-TAB-TIT-CHEQUE(WS-TIT-IDX)
                       MOVE WS-VL-PIX
                         TO WS-TAB-TIT-PIX(WS-TIT-IDX)
                       MOVE 'S' TO WS-COLETA-OK
                   END-IF
               END-IF
           END-PERFORM.

       2200-DIGITA-COLETAX. EXIT.

      * -----------------------------------
      * TOTALIZA O DECLARADO, RECEBE O QUE O MOTORISTA ENTREGOU E
      * PEDE A CONFIRMACAO DO ACERTO
       2300-CONFERE-ENTREGA SECTION.

           MOVE ZEROS TO WS-DEC-DINHEIRO WS-DEC-CHEQUE WS-DEC-PIX
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
             UNTIL WS-TIT-IDX GREATER WS-TAB-TIT-QTD
               ADD WS-TAB-TIT-DINHEIRO(WS-TIT-IDX) TO WS-DEC-DINHEIRO
               ADD WS-TAB-TIT-CHEQUE(WS-TIT-IDX)   TO WS-DEC-CHEQUE
               ADD WS-TAB-TIT-PIX(WS-TIT-IDX)      TO WS-DEC-PIX
           END-PERFORM
           COMPUTE WS-TOT-DECLARADO =
               WS-DEC-DINHEIRO + WS-DEC-CHEQUE + WS-DEC-PIX

           MOVE ZEROS TO WS-ENT-DINHEIRO WS-ENT-CHEQUE WS-ENT-PIX

           DISPLAY SS-CLS
           DISPLAY SS-TELA-MOTORISTA
           ACCEPT SS-TELA-CONFERE

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC
               MOVE 'S' TO WS-CANCELADO
           ELSE
               COMPUTE WS-TOT-ENTREGUE =
                   WS-ENT-DINHEIRO + WS-ENT-CHEQUE + WS-ENT-PIX
               COMPUTE WS-VL-DIFERENCA =
                   WS-TOT-ENTREGUE - WS-TOT-DECLARADO
               EVALUATE TRUE
                   WHEN WS-VL-DIFERENCA LESS ZEROS
                       MOVE "FALTA" TO WS-DS-DIFERENCA
                   WHEN WS-VL-DIFERENCA GREATER ZEROS
                       MOVE "SOBRA" TO WS-DS-DIFERENCA
                   WHEN OTHER
                       MOVE SPACES TO WS-DS-DIFERENCA
               END-EVALUATE
               DISPLAY SS-TELA-DIFERENCA

               MOVE SPACES TO WS-ERRO
               MOVE "CONFIRMA O ACERTO E A BAIXA DOS TITULOS (S/N)?"
                 TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   MOVE 'S' TO WS-CANCELADO
               END-IF
               MOVE SPACES TO WS-ERRO
           END-IF.

       2300-CONFERE-ENTREGAX. EXIT.

      * -----------------------------------
      * BAIXA OS TITULOS COM VALOR COLETADO, RELENDO CADA UM (PODE TER
      * SIDO BAIXADO POR OUTRO CAMINHO DURANTE A DIGITACAO)
       3000-BAIXA-TITULOS SECTION.

           MOVE ZEROS TO WQT-BAIXADOS WQT-NAO-BAIXADOS

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
             UNTIL WS-TIT-IDX GREATER WS-TAB-TIT-QTD
               COMPUTE WS-VL-RECEBIDO =
                   WS-TAB-TIT-DINHEIRO(WS-TIT-IDX) +
                   WS-TAB-TIT-CHEQUE(WS-TIT-IDX) +
                   WS-TAB-TIT-PIX(WS-TIT-IDX)
               IF WS-VL-RECEBIDO GREATER ZEROS
                   MOVE WS-TAB-TIT-DOC(WS-TIT-IDX)
                     TO FS-REC-NR-DOCUMENTO
                   READ ARQ-RECEBER
                   IF FS-STAT-REC-OK AND FS-REC-ABERTO
                       MOVE WS-DT-CARGA TO WS-DT-PAGAMENTO
                       MOVE WS-DT-CARGA TO WS-DT-BASE-ENCARGO
                       PERFORM 4000-CALCULA-ENCARGOS
                       PERFORM 4100-APLICA-PAGAMENTO
                   ELSE
                       ADD 1 TO WQT-NAO-BAIXADOS
                       MOVE SPACES TO WS-MSGERRO
                       STRING "TITULO " DELIMITED BY SIZE
                              FS-REC-NR-DOCUMENTO DELIMITED BY SIZE
                              " NAO ESTA MAIS EM ABERTO - SEM BAIXA"
                                DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF
           END-PERFORM.

       3000-BAIXA-TITULOSX. EXIT.

      * -----------------------------------
      * GRAVA O RESUMO DO ACERTO E REGISTRA NA AUDITORIA GERAL
       3100-GRAVA-ACERTO SECTION.

           INITIALIZE ARQ-ACERTO-REC
           MOVE WS-DT-CARGA      TO FS-ACE-DT-CARGA
           MOVE WS-CD-MOTORISTA  TO FS-ACE-CD-MOTORISTA
           MOVE WQT-BAIXADOS     TO FS-ACE-QT-TITULOS
           MOVE WS-DEC-DINHEIRO  TO FS-ACE-VL-DINHEIRO
           MOVE WS-DEC-CHEQUE    TO FS-ACE-VL-CHEQUE
           MOVE WS-DEC-PIX       TO FS-ACE-VL-PIX
           MOVE WS-ENT-DINHEIRO  TO FS-ACE-VL-ENT-DINHEIRO
           MOVE WS-ENT-CHEQUE    TO FS-ACE-VL-ENT-CHEQUE
           MOVE WS-ENT-PIX       TO FS-ACE-VL-ENT-PIX
           MOVE WS-VL-DIFERENCA  TO FS-ACE-VL-DIFERENCA
           MOVE LK-OPERADOR      TO FS-ACE-CD-OPERADOR
           MOVE WS-DT-HOJE       TO FS-ACE-DT-ACERTO

           WRITE ARQ-ACERTO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O ACERTO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-WRITE

           MOVE WS-TOT-DECLARADO TO WS-ED-VALOR
           MOVE WS-TOT-ENTREGUE  TO WS-ED-VALOR2
           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           STRING "DECLARADO " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO LK-AGR-ANTES
           STRING "ENTREGUE " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
                  " TITULOS " DELIMITED BY SIZE
                  WQT-BAIXADOS DELIMITED BY SIZE
             INTO LK-AGR-DEPOIS
           MOVE "ACERTO" TO LK-AGR-OPERACAO
           PERFORM 8000-GRAVA-AUDGERAL.

       3100-GRAVA-ACERTOX. EXIT.

      * -----------------------------------
      * ANEXA A FALTA/SOBRA AO RELATORIO DE DIVERGENCIAS DE ACERTO E
      * REGISTRA A DIVERGENCIA NA AUDITORIA GERAL
       3200-GRAVA-DIVERGENCIA SECTION.

           OPEN EXTEND ARQ-DIVERGENCIA

           IF FS-STAT-DIV-NAO-EXISTE
               OPEN OUTPUT ARQ-DIVERGENCIA
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "DIVERGENCIAS DE ACERTO DE MOTORISTA"
                        DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-DIVERGENCIA-REC
               WRITE ARQ-DIVERGENCIA-REC
               MOVE SPACES TO WS-LIN-TEXTO
               STRING "DT CARGA MOTOR NOME                 "
                      "    DECLARADO      ENTREGUE     DIFERENCA "
                      "TIPO  OPERADOR   DT ACERTO"
                        DELIMITED BY SIZE
                 INTO WS-LIN-TEXTO
               MOVE WS-LIN-TEXTO TO ARQ-DIVERGENCIA-REC
               WRITE ARQ-DIVERGENCIA-REC
           END-IF

           MOVE WS-TOT-DECLARADO TO WS-ED-VALOR
           MOVE WS-TOT-ENTREGUE  TO WS-ED-VALOR2
           MOVE WS-VL-DIFERENCA  TO WS-ED-DIFERENCA
           MOVE SPACES TO WS-LIN-TEXTO
           STRING WS-DT-CARGA " " WS-CD-MOTORISTA " "
                  WS-NM-MOTORISTA(1:20) " " DELIMITED BY SIZE
                  WS-ED-VALOR " " WS-ED-VALOR2 " "
                  WS-ED-DIFERENCA " " DELIMITED BY SIZE
                  WS-DS-DIFERENCA " " LK-OPERADOR " "
                  WS-DT-HOJE DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-LIN-TEXTO TO ARQ-DIVERGENCIA-REC
           WRITE ARQ-DIVERGENCIA-REC

      * ABERTURA POR FORMA DE PAGAMENTO (DECLARADO/ENTREGUE)
           MOVE SPACES TO WS-LIN-TEXTO
           MOVE WS-DEC-DINHEIRO TO WS-ED-VALOR
           MOVE WS-ENT-DINHEIRO TO WS-ED-VALOR2
           STRING "   DINHEIRO" WS-ED-VALOR "/" WS-ED-VALOR2
                    DELIMITED BY SIZE
             INTO WS-LIN-TEXTO
           MOVE WS-DEC-CHEQUE TO WS-ED-VALOR
           MOVE WS-ENT-CHEQUE TO WS-ED-VALOR2
           STRING "   CHEQUE" WS-ED-VALOR "/" WS-ED-VALOR2
                    DELIMITED BY SIZE
             INTO WS-LIN-TEXTO(41:)
           MOVE WS-DEC-PIX TO WS-ED-VALOR
           MOVE WS-ENT-PIX TO WS-ED-VALOR2
           STRING "   PIX" WS-ED-VALOR "/" WS-ED-VALOR2
                    DELIMITED BY SIZE
             INTO WS-LIN-TEXTO(79:)
           MOVE WS-LIN-TEXTO TO ARQ-DIVERGENCIA-REC
           WRITE ARQ-DIVERGENCIA-REC

           CLOSE ARQ-DIVERGENCIA

           MOVE WS-TOT-DECLARADO TO WS-ED-VALOR
           MOVE WS-TOT-ENTREGUE  TO WS-ED-VALOR2
           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           STRING "DECLARADO " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
             INTO LK-AGR-ANTES
           STRING "ENTREGUE " DELIMITED BY SIZE
                  WS-ED-VALOR2 DELIMITED BY SIZE
                  " DIFERENCA " DELIMITED BY SIZE
                  WS-ED-DIFERENCA DELIMITED BY SIZE
             INTO LK-AGR-DEPOIS
           MOVE WS-DS-DIFERENCA TO LK-AGR-OPERACAO
           PERFORM 8000-GRAVA-AUDGERAL.

       3200-GRAVA-DIVERGENCIAX. EXIT.

      * -----------------------------------
      * CALCULA SALDO, DIAS DE ATRASO E ENCARGOS DO TITULO NA DATA
      * BASE (JUROS PROPORCIONAIS AO MES DE 30 DIAS E MULTA FIXA,
      * AMBOS SOBRE O SALDO DEVEDOR, COMO EM CBL_BAIXA_RECEBER)
       4000-CALCULA-ENCARGOS SECTION.

           COMPUTE WS-VL-SALDO =
               FS-REC-VL-DOCUMENTO - FS-REC-VL-PAGO

           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DT-BASE-ENCARGO) -
               FUNCTION INTEGER-OF-DATE(FS-REC-DT-VENCIMENTO)

           IF WS-DIAS-ATRASO GREATER ZEROS
               COMPUTE WS-VL-JUROS ROUNDED = WS-VL-SALDO *
                   (WS-PC-JUROS-MES / 100) * WS-DIAS-ATRASO / 30
               COMPUTE WS-VL-MULTA ROUNDED = WS-VL-SALDO *
                   (WS-PC-MULTA / 100)
           ELSE
               MOVE ZEROS TO WS-VL-JUROS WS-VL-MULTA
           END-IF

           COMPUTE WS-VL-ENCARGOS = WS-VL-JUROS + WS-VL-MULTA.

       4000-CALCULA-ENCARGOSX. EXIT.

      * -----------------------------------
      * APLICA O VALOR COLETADO: PRIMEIRO OS ENCARGOS, O RESTANTE
      * AMORTIZA O PRINCIPAL. PRINCIPAL INTEGRALMENTE PAGO BAIXA O
      * TITULO ("B") E A EXPOSICAO DO CLIENTE CAI PELO VALOR
      * AMORTIZADO
       4100-APLICA-PAGAMENTO SECTION.

           IF WS-VL-RECEBIDO GREATER WS-VL-ENCARGOS
               MOVE WS-VL-ENCARGOS TO WS-VL-ENC-PAGO
               COMPUTE WS-VL-PRINCIPAL =
                   WS-VL-RECEBIDO - WS-VL-ENCARGOS
           ELSE
               MOVE WS-VL-RECEBIDO TO WS-VL-ENC-PAGO
               MOVE ZEROS TO WS-VL-PRINCIPAL
           END-IF

           IF WS-VL-PRINCIPAL GREATER WS-VL-SALDO
               MOVE WS-VL-SALDO TO WS-VL-PRINCIPAL
           END-IF

           ADD WS-VL-ENC-PAGO  TO FS-REC-VL-ACRESCIMO
           ADD WS-VL-PRINCIPAL TO FS-REC-VL-PAGO
           MOVE WS-DT-PAGAMENTO TO FS-REC-DT-PAGAMENTO

           IF FS-REC-VL-PAGO NOT LESS FS-REC-VL-DOCUMENTO
               MOVE "B" TO FS-REC-IND-SITUACAO
           END-IF

           REWRITE ARQ-RECEBER-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A BAIXA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-REWRITE

           IF FS-STAT-REC-OK
               ADD 1 TO WQT-BAIXADOS
               MOVE "REWRITE" TO LK-JNL-OPERACAO
               PERFORM 8610-JORNAL-RECEBER
               IF WS-VL-PRINCIPAL GREATER ZEROS
                   PERFORM 6850-REDUZ-EXPOSICAO
               END-IF
           ELSE
               ADD 1 TO WQT-NAO-BAIXADOS
           END-IF.

       4100-APLICA-PAGAMENTOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO ACERTO
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN I-O ARQ-ACERTO

           IF FS-STAT-ACE-NAO-EXISTE
               OPEN OUTPUT ARQ-ACERTO
               CLOSE ARQ-ACERTO
               OPEN I-O ARQ-ACERTO
           END-IF

           OPEN INPUT ARQ-MOTORISTA

           OPEN INPUT ARQ-ENTREGA
           IF FS-STAT-ENT-NAO-EXISTE
               OPEN OUTPUT ARQ-ENTREGA
               CLOSE ARQ-ENTREGA
               OPEN INPUT ARQ-ENTREGA
           END-IF

           OPEN I-O ARQ-RECEBER
           IF FS-STAT-REC-NAO-EXISTE
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN I-O ARQ-RECEBER
           END-IF

           OPEN I-O ARQ-CLIENTE.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * LE O PROXIMO TITULO PELA CHAVE
       6300-LE-PROX-TITULO SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-REC
               NOT INVALID KEY
                   READ ARQ-RECEBER NEXT
                       AT END MOVE 99 TO FS-STAT-REC
                   END-READ
           END-START.

       6300-LE-PROX-TITULOX. EXIT.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DE ENTREGA PELA CHAVE
       6400-LE-PROX-ENTREGA SECTION.

           START ARQ-ENTREGA KEY > FS-ENT-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ENT
               NOT INVALID KEY
                   READ ARQ-ENTREGA NEXT
                       AT END MOVE 99 TO FS-STAT-ENT
                   END-READ
           END-START.

       6400-LE-PROX-ENTREGAX. EXIT.

      * -----------------------------------
      * PROCURA WS-CD-CLIENTE NA TABELA DE CLIENTES DA CARGA
       6460-PROCURA-CLIENTE SECTION.

           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
             UNTIL WS-CLI-IDX GREATER WS-TAB-CLI-QTD OR E-ACHADO
               IF WS-TAB-CLI-CD(WS-CLI-IDX) EQUAL WS-CD-CLIENTE
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       6460-PROCURA-CLIENTEX. EXIT.

      * -----------------------------------
      * DEVOLVE AO CLIENTE A EXPOSICAO DO PRINCIPAL AMORTIZADO NA
      * BAIXA (MESMO CRITERIO DO ESTORNO DE PEDIDO CANCELADO)
       6850-REDUZ-EXPOSICAO SECTION.

           MOVE FS-REC-CD-CLIENTE TO FS-CLI-CD-CLIENTE

           READ ARQ-CLIENTE

           IF FS-STAT-CLI-OK
               IF FS-CLI-VL-EXPOSICAO GREATER WS-VL-PRINCIPAL
                   SUBTRACT WS-VL-PRINCIPAL FROM FS-CLI-VL-EXPOSICAO
               ELSE
                   MOVE ZEROS TO FS-CLI-VL-EXPOSICAO
               END-IF
               REWRITE ARQ-CLIENTE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               IF FS-STAT-CLI-OK
                   MOVE "REWRITE" TO LK-JNL-OPERACAO
                   PERFORM 8600-JORNAL-CLIENTE
               END-IF
           END-IF.

       6850-REDUZ-EXPOSICAOX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DO ACERTO
       7000-FECHA-ARQUIVOS SECTION.

           CLOSE ARQ-ACERTO
           CLOSE ARQ-MOTORISTA
           CLOSE ARQ-ENTREGA
           CLOSE ARQ-RECEBER
           CLOSE ARQ-CLIENTE.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * REGISTRA O ACERTO CORRENTE NA AUDITORIA GERAL (OPERACAO,
      * ANTES E DEPOIS JA PREENCHIDOS)
       8000-GRAVA-AUDGERAL SECTION.

           MOVE "ACERTO" TO LK-AGR-ENTIDADE
           MOVE SPACES TO LK-AGR-CHAVE
           STRING WS-CD-MOTORISTA "/" WS-DT-CARGA DELIMITED BY SIZE
             INTO LK-AGR-CHAVE
           MOVE LK-OPERADOR TO LK-AGR-USUARIO
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8000-GRAVA-AUDGERALX. EXIT.

      * -----------------------------------
      * JORNALIZA AS ATUALIZACOES PARA A RECUPERACAO POR
      * REAPLICACAO (CBL_RECUPERA_JORNAL)
       8600-JORNAL-CLIENTE SECTION.

           MOVE "CLIENTE" TO LK-JNL-ENTIDADE
           MOVE "CBL_ACERTO_MOTORISTA" TO LK-JNL-PROGRAMA
           MOVE LK-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-CLIENTE-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8600-JORNAL-CLIENTEX. EXIT.

      * -----------------------------------
       8610-JORNAL-RECEBER SECTION.

           MOVE "RECEBER" TO LK-JNL-ENTIDADE
           MOVE "CBL_ACERTO_MOTORISTA" TO LK-JNL-PROGRAMA
           MOVE LK-OPERADOR TO LK-JNL-OPERADOR
           MOVE ARQ-RECEBER-REC TO LK-JNL-IMAGEM
           CALL 'CBL_GRAVA_JORNAL' USING LK-JNL-PARAMETERS.

       8610-JORNAL-RECEBERX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_ACERTO_MOTORISTA" TO LK-LOG-PROGRAMA
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
       END PROGRAM CBL_ACERTO_MOTORISTA.
