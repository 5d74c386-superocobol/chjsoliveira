      *   EM CENTAVOS>
      * O CAMPO DE HASH DO TRAILER E O VALOR (5O CAMPO). APOS GRAVAR,
      * O PROPRIO ARQUIVO E CONFERIDO PELO VALIDADOR ANTES DO ENVIO.
      * CADA FILIAL E CEDENTE COM O SEU CNPJ, ENTAO SAI UMA REMESSA
      * POR FILIAL CADASTRADA (A MATRIZ NO NOME DE SEMPRE, AS DEMAIS
      * COM O SUFIXO _F<FILIAL>), COM O CNPJ CEDENTE NO HEADER. O
      * OPERADOR SO GERA AS REMESSAS DAS FILIAIS EM QUE TRABALHA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REMESSA_BANCO.
       ENVIRONMENT DIVISION.
       01 WQT-TOTAIS.
           05 WQT-TITULOS-ABERTOS    PIC 9(9) VALUE ZEROS.
           05 WQT-TITULOS-REMETIDOS  PIC 9(9) VALUE ZEROS.
           05 WQT-REMETIDOS-ARQUIVO  PIC 9(9) VALUE ZEROS.

       77 WS-CD-FILIAL-REM PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-TIT PIC 9(003) VALUE ZEROS.
       77 WS-CNPJ-FILIAL   PIC 9(014) VALUE ZEROS.
       77 WS-SUFIXO-FILIAL PIC X(005) VALUE SPACES.

       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

       77 WS-VL-HASH     PIC 9(018) VALUE ZEROS.
       77 WS-VL-SALDO    PIC 9(011)V99 VALUE ZEROS.
           05 FILLER             PIC X(014) VALUE "REMESSA-BANCO;".
           05 WS-HDR-DATA        PIC 9(008).
           05 FILLER             PIC X(009) VALUE ";FRANQUIA".
           05 FILLER             PIC X VALUE ";".
           05 WS-HDR-CNPJ        PIC 9(014).

       01 WS-LINHA-TRAILER.
           05 FILLER             PIC X(004) VALUE "TRL;".

       COPY CPY_GRAVA_LOG.

       COPY CPY_CONSULTA_FILIAL.

       COPY screenio.

       LINKAGE SECTION.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
               MOVE 'S' TO WS-MODO-BATCH
           END-IF

           IF NOT E-MODO-BATCH
               DISPLAY SS-CLS
           END-IF

           PERFORM VARYING WS-CD-FILIAL-REM FROM 1 BY 1
                   UNTIL WS-CD-FILIAL-REM > 9
               PERFORM 1000-CONFERE-FILIAL
               IF FILIAL-VALIDA
                   PERFORM 1100-GERA-REMESSA-FILIAL
               END-IF
           END-PERFORM

           IF E-MODO-BATCH
               DISPLAY WS-MSGERRO

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * A FILIAL TEM REMESSA SE ESTIVER CADASTRADA (A MATRIZ SEMPRE
      * TEM) E SE O OPERADOR PUDER TRABALHAR NELA; GUARDA O CNPJ
      * CEDENTE PARA O HEADER
       1000-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK
           MOVE ZEROS TO WS-CNPJ-FILIAL

           MOVE "L" TO LK-FIL-FUNCAO
           MOVE WS-CD-FILIAL-REM TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF NOT LK-FIL-RC-OK AND WS-CD-FILIAL-REM NOT EQUAL 1
               GO TO 1000-CONFERE-FILIALX
           END-IF
           MOVE LK-FIL-CNPJ TO WS-CNPJ-FILIAL

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-REM TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               GO TO 1000-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1000-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * GERA E CONFERE A REMESSA DE UMA FILIAL
       1100-GERA-REMESSA-FILIAL SECTION.

           MOVE ZEROS TO WS-VL-HASH WQT-REMETIDOS-ARQUIVO

           MOVE SPACES TO WS-SUFIXO-FILIAL
           IF WS-CD-FILIAL-REM GREATER 1
               STRING "_F" WS-CD-FILIAL-REM DELIMITED BY SIZE
                 INTO WS-SUFIXO-FILIAL
           END-IF

           MOVE SPACES TO WNM-ARQ-REMESSA
           STRING "REMESSA_BANCO_" DELIMITED BY SIZE
                  WS-DT-HOJE DELIMITED BY SIZE
                  WS-SUFIXO-FILIAL DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-REMESSA

           PERFORM 5000-ABRIR-ARQUIVOS
           PERFORM 2000-GERA-REMESSA
           PERFORM 7000-FECHA-ARQUIVOS

           PERFORM 2200-CONFERE-REMESSA.

       1100-GERA-REMESSA-FILIALX. EXIT.

      * -----------------------------------
      * VARRE OS TITULOS EM ABERTO E GRAVA HEADER, UMA LINHA POR
      * TITULO (SALDO DEVEDOR EM CENTAVOS) E TRAILER COM CONTAGEM E
       2000-GERA-REMESSA SECTION.

           MOVE WS-DT-HOJE TO WS-HDR-DATA
           MOVE WS-CNPJ-FILIAL TO WS-HDR-CNPJ
           MOVE WS-LINHA-HEADER TO ARQ-REMESSA-REC
           WRITE ARQ-REMESSA-REC


           PERFORM UNTIL NOT FS-STAT-REC-OK

               MOVE 1 TO WS-CD-FILIAL-TIT
               IF FS-REC-CD-FILIAL IS NUMERIC AND
                  FS-REC-CD-FILIAL GREATER ZEROS
                   MOVE FS-REC-CD-FILIAL TO WS-CD-FILIAL-TIT
               END-IF

               IF FS-REC-ABERTO AND
                  WS-CD-FILIAL-TIT EQUAL WS-CD-FILIAL-REM
                   ADD 1 TO WQT-TITULOS-ABERTOS
                   PERFORM 2100-GRAVA-LINHA-TITULO
               END-IF
               PERFORM 6000-LER-ARQ-RECEBER
           END-PERFORM

           MOVE WQT-REMETIDOS-ARQUIVO TO WS-TRL-QT
           MOVE WS-VL-HASH TO WS-TRL-HASH
           MOVE WS-LINHA-TRAILER TO ARQ-REMESSA-REC
           WRITE ARQ-REMESSA-REC.
           MOVE WS-LINHA-DADOS TO ARQ-REMESSA-REC
           WRITE ARQ-REMESSA-REC

           ADD 1 TO WQT-TITULOS-REMETIDOS WQT-REMETIDOS-ARQUIVO
           ADD WS-VL-CENTAVOS TO WS-VL-HASH.

       2100-GRAVA-LINHA-TITULOX. EXIT.
           END-IF

           MOVE "CBL_REMESSA_BANCO" TO LK-LOG-PROGRAMA
           MOVE SPACES TO LK-LOG-MENSAGEM
           STRING WS-MSGERRO DELIMITED BY "  "
                  " - " WNM-ARQ-REMESSA DELIMITED BY SIZE
             INTO LK-LOG-MENSAGEM

      * UMA REMESSA REPROVADA PREVALECE NA MENSAGEM FINAL
           IF LK-RETURN-CODE EQUAL 8
               MOVE "REMESSA GERADA NAO PASSOU NA CONFERENCIA"
                 TO WS-MSGERRO
           END-IF
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS.

       2200-CONFERE-REMESSAX. EXIT.
