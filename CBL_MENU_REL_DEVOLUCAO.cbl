               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-DEV.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       COPY FS-ARQ-DEVOLUCAO.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(100).

           88 FS-STAT-DEV-OK         VALUE 00.
           88 FS-STAT-DEV-NAO-EXISTE VALUE 35.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.


       COPY CPY_ID_ARQ_DEVOLUCAO.

       COPY CPY_ID_ARQ_PEDIDO.

       COPY CPY_LE_PARAMETRO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

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
           05 LINE 02 COLUMN 2 VALUE "Periodo (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-ANO-MES.
           05 LINE 02 COLUMN 60 VALUE "Filial (0=TODAS):".
           05 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 LINE 03 COLUMN 2 VALUE "Gravar em arquivo(S/N):".
           05 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.

           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-DEVOLUCAO
           END-IF
           MOVE WNM-PATH-DEVOLUCAO TO WNM-PATH-PEDIDO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-DEVOLUCAO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS
           DISPLAY SS-TELA-FILTRO
           ACCEPT SS-TELA-FILTRO
           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-ANO-MES GREATER ZEROS

               PERFORM 1900-CONFERE-FILIAL
               IF NOT FILIAL-VALIDA
                   PERFORM 9000-MOSTRA-ERRO
                   PERFORM 9999-FINALIZA
               END-IF

               IF E-GERAR-SIM
                   OPEN OUTPUT ARQ-SAIDA
               END-IF
                   MOVE "NENHUMA DEVOLUCAO REGISTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   IF NOT E-TODAS-FILIAIS
                       OPEN INPUT ARQ-PEDIDO
                   END-IF
                   PERFORM 2000-ACUMULA-DEVOLUCOES
                   CLOSE ARQ-DEVOLUCAO
                   IF NOT E-TODAS-FILIAIS
                       CLOSE ARQ-PEDIDO
                   END-IF
                   PERFORM 2100-MOSTRA-RESULTADO
               END-IF

           PERFORM UNTIL NOT FS-STAT-DEV-OK

               IF FS-DEV-DT-DEVOLUCAO(1:6) EQUAL WS-ANO-MES
                   PERFORM 2050-FILIAL-DEVOLUCAO
                   IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       PERFORM 6100-ACUMULA-MOTIVO
                       ADD 1 TO WS-QT-GERAL
                       ADD FS-DEV-VL-DEVOLVIDO TO WS-VL-GERAL
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-DEVOLUCAO

       2000-ACUMULA-DEVOLUCOESX. EXIT.

      * -----------------------------------
      * A DEVOLUCAO E DA FILIAL QUE EMITIU O PEDIDO DE ORIGEM; PEDIDO
      * NAO ENCONTRADO FICA NA MATRIZ
       2050-FILIAL-DEVOLUCAO SECTION.

           MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
           IF E-TODAS-FILIAIS
               GO TO 2050-FILIAL-DEVOLUCAOX
           END-IF

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE FS-DEV-NR-PEDIDO TO FS-PED-NR-PEDIDO
           READ ARQ-PEDIDO
           IF FS-STAT-PED-OK
               PERFORM 1920-FILIAL-PEDIDO
           END-IF.

       2050-FILIAL-DEVOLUCAOX. EXIT.

      * -----------------------------------
      * ACUMULA A DEVOLUCAO NA LINHA DO SEU MOTIVO
       6100-ACUMULA-MOTIVO SECTION.

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
      * FILIAL QUE EMITIU O PEDIDO (NAO NUMERICA OU ZERO = MATRIZ)
       1920-FILIAL-PEDIDO SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           IF FS-PED-CD-FILIAL IS NUMERIC AND
              FS-PED-CD-FILIAL GREATER ZEROS
               MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-REG
           END-IF.

       1920-FILIAL-PEDIDOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
