
       COPY CPY_LE_PARAMETRO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
      * ULTIMO OPERADOR DO DIARIO CONFERIDO E SE ELE TRABALHA NA
      * FILIAL PEDIDA
       77 WS-ID-OPERADOR-ANT PIC X(010) VALUE HIGH-VALUES.
       77 WS-OPE-NA-FILIAL PIC X VALUE 'S'.
           88 OPERADOR-NA-FILIAL VALUE 'S'.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.
       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
       01 SS-TELA-FILTRO.
           05 LINE 02 COLUMN 2 VALUE "Operador (Br=Todos):".
           05 COLUMN PLUS 2 PIC X(10) USING WS-ID-OPERADOR.
           05 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 LINE 03 COLUMN 2 VALUE "Data (0=Todas).....:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-DT-FILTRO
              BLANK WHEN ZEROS.
           MOVE 'N' TO WS-GERAR-ARQ
           MOVE ZEROS TO WQT-LISTADOS

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS
           DISPLAY SS-TELA-FILTRO
           ACCEPT SS-TELA-FILTRO

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               PERFORM 1900-CONFERE-FILIAL
               IF NOT FILIAL-VALIDA
                   PERFORM 9000-MOSTRA-ERRO
                   PERFORM 9999-FINALIZA
               END-IF

               IF E-GERAR-SIM
                   OPEN OUTPUT ARQ-SAIDA
               END-IF

           PERFORM UNTIL NOT FS-STAT-SES-OK

               PERFORM 2050-FILIAL-OPERADOR

               IF OPERADOR-NA-FILIAL AND
                  (WS-ID-OPERADOR EQUAL SPACES OR
                   FS-SES-OPERADOR EQUAL WS-ID-OPERADOR) AND
                  (WS-DT-FILTRO EQUAL ZEROS OR
                   FS-SES-DATA EQUAL WS-DT-FILTRO)

       2000-LISTA-SESSOESX. EXIT.

      * -----------------------------------
      * O EVENTO E DAS FILIAIS EM QUE O OPERADOR TRABALHA (OPERADOR
      * SEM FILIAIS MARCADAS VALE PARA TODAS; NAO CADASTRADO SO SAI
      * NA SELECAO DE TODAS AS FILIAIS); SO CONSULTA QUANDO O
      * OPERADOR MUDA
       2050-FILIAL-OPERADOR SECTION.

           IF E-TODAS-FILIAIS
               MOVE 'S' TO WS-OPE-NA-FILIAL
               GO TO 2050-FILIAL-OPERADORX
           END-IF

           IF FS-SES-OPERADOR NOT EQUAL WS-ID-OPERADOR-ANT
               MOVE FS-SES-OPERADOR TO WS-ID-OPERADOR-ANT
               MOVE "O" TO LK-FIL-FUNCAO
               MOVE FS-SES-OPERADOR TO LK-FIL-ID-OPERADOR
               MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF LK-FIL-RC-NEGADO
                   MOVE 'N' TO WS-OPE-NA-FILIAL
               ELSE
                   MOVE 'S' TO WS-OPE-NA-FILIAL
               END-IF
           END-IF.

       2050-FILIAL-OPERADORX. EXIT.

      * -----------------------------------
      * REGISTRA O ARQUIVO GERADO NO SPOOL CENTRAL DE RELATORIOS
       8500-REGISTRA-SPOOL SECTION.

       8500-REGISTRA-SPOOLX. EXIT.

      * -----------------------------------
      * A FILIAL PEDIDA PRECISA ESTAR CADASTRADA (A MATRIZ SEMPRE
      * ESTA) E O OPERADOR PRECISA PODER TRABALHAR NELA; ZERO (TODAS)
      * SO PARA QUEM TRABALHA EM TODAS AS FILIAIS
       1900-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK

           IF WS-CD-FILIAL-SEL GREATER 1
               MOVE "L" TO LK-FIL-FUNCAO
               MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF NOT LK-FIL-RC-OK
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   GO TO 1900-CONFERE-FILIALX
               END-IF
           END-IF

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-SEL TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               MOVE "OPERADOR SEM ACESSO A FILIAL INFORMADA"
                 TO WS-MSGERRO
               GO TO 1900-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1900-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
