       77 WS-TOT-META       PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-REALIZADO  PIC 9(013)V99 VALUE ZEROS.

       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA.
           05 WS-LIN-CD-VENDEDOR          PIC 9(7).
           05 FILLER                      PIC X(1) VALUE "|".
           05 WS-LIN-PC-ATINGIDO          PIC ZZ9.99.
           05 FILLER                      PIC X(1) VALUE "%".

      * META X REALIZADO CONSOLIDADOS POR SUPERVISOR (S) E POR
      * GERENTE (G), PELA EQUIPE DO VENDEDOR NO MES DE CADA META
       01 WS-TAB-EQP.
           05 WS-TAB-EQP-ITEM OCCURS 400.
               10 WS-TAB-EQP-TIPO         PIC X(001).
               10 WS-TAB-EQP-CD           PIC 9(007).
               10 WS-TAB-EQP-VL-META      PIC 9(013)V99.
               10 WS-TAB-EQP-VL-REALIZADO PIC 9(013)V99.
       77 WS-TAB-EQP-QTD PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX     PIC 9(004) VALUE ZEROS.
       77 WS-TAB-IDX2    PIC 9(004) VALUE ZEROS.
       77 WS-EQP-TIPO    PIC X(001) VALUE SPACES.
       77 WS-EQP-CD      PIC 9(007) VALUE ZEROS.

       01 WS-LINHA-TOTAL.
           05 FILLER                      PIC X(08) VALUE "TOTAIS  ".
           05 FILLER                      PIC X(20) VALUE SPACES.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_PEDIDO.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.
       77 WS-CD-VENDEDOR-FIL PIC 9(007) VALUE ZEROS.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_DEPOSITO_REGIAO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_EQUIPE_VENDEDOR.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Ano/Mes(AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-FIL-ANO-MES.
               10 COLUMN PLUS 4 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 02 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
           05 SS-TELA-ARQUIVO.
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS       TO WS-FIL-ANO-MES
                               WS-TOT-META WS-TOT-REALIZADO
                               WS-TAB-EQP-QTD
           MOVE 'N'         TO WS-GERAR-ARQ

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE ZEROS TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
           MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

           DISPLAY SS-CLS

           DISPLAY SS-REPORT-FILTER

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               PERFORM 1900-CONFERE-FILIAL
               IF NOT FILIAL-VALIDA
                   PERFORM 9000-MOSTRA-ERRO
                   PERFORM 9999-FINALIZA
               END-IF

               IF E-GERAR-SIM
                   DISPLAY SS-TELA-ARQUIVO
                   ACCEPT SS-TELA-ARQUIVO

               PERFORM UNTIL NOT FS-STAT-MET-OK

                   MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
                   IF NOT E-TODAS-FILIAIS
                       MOVE FS-MET-CD-VENDEDOR TO WS-CD-VENDEDOR-FIL
                       PERFORM 1950-FILIAL-VENDEDOR
                   END-IF

                   IF (WS-FIL-ANO-MES EQUAL ZEROS OR
                       WS-FIL-ANO-MES EQUAL FS-MET-ANO-MES) AND
                      WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       PERFORM 6100-MONTA-LINHA-META
                   END-IF

                   PERFORM 6000-LER-ARQ-META
               END-PERFORM

               MOVE "S" TO WS-EQP-TIPO
               PERFORM 6500-MOSTRA-EQUIPES
               MOVE "G" TO WS-EQP-TIPO
               PERFORM 6500-MOSTRA-EQUIPES

               PERFORM 6300-MONTA-LINHA-TOTAL

               PERFORM 7000-FECHA-ARQ-META
           ADD FS-MET-VL-META  TO WS-TOT-META
           ADD WS-VL-REALIZADO TO WS-TOT-REALIZADO

           MOVE "C" TO LK-EQP-FUNCAO
           MOVE FS-MET-CD-VENDEDOR TO LK-EQP-CD-VENDEDOR
           MOVE FS-MET-ANO-MES     TO LK-EQP-ANO-MES
           CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

           MOVE "S" TO WS-EQP-TIPO
           MOVE LK-EQP-CD-SUPERVISOR TO WS-EQP-CD
           PERFORM 6150-ACUMULA-EQUIPE
           MOVE "G" TO WS-EQP-TIPO
           MOVE LK-EQP-CD-GERENTE TO WS-EQP-CD
           PERFORM 6150-ACUMULA-EQUIPE

           DISPLAY WS-LINHA LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR


       6100-MONTA-LINHA-METAX. EXIT.

      * -----------------------------------
      * SOMA A META E O REALIZADO DA LINHA CORRENTE NO SUPERVISOR OU
      * GERENTE WS-EQP-CD (ZERO = VENDEDOR SEM EQUIPE)
       6150-ACUMULA-EQUIPE SECTION.

           MOVE ZEROS TO WS-TAB-IDX

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD OR
                   WS-TAB-IDX GREATER ZEROS
               IF WS-TAB-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO AND
                  WS-TAB-EQP-CD(WS-TAB-IDX2) EQUAL WS-EQP-CD
                   MOVE WS-TAB-IDX2 TO WS-TAB-IDX
               END-IF
           END-PERFORM

           IF WS-TAB-IDX EQUAL ZEROS AND WS-TAB-EQP-QTD LESS 400
               ADD 1 TO WS-TAB-EQP-QTD
               MOVE WS-TAB-EQP-QTD TO WS-TAB-IDX
               MOVE WS-EQP-TIPO TO WS-TAB-EQP-TIPO(WS-TAB-IDX)
               MOVE WS-EQP-CD   TO WS-TAB-EQP-CD(WS-TAB-IDX)
               MOVE ZEROS TO WS-TAB-EQP-VL-META(WS-TAB-IDX)
                             WS-TAB-EQP-VL-REALIZADO(WS-TAB-IDX)
           END-IF

           IF WS-TAB-IDX GREATER ZEROS
               ADD FS-MET-VL-META
                 TO WS-TAB-EQP-VL-META(WS-TAB-IDX)
               ADD WS-VL-REALIZADO
                 TO WS-TAB-EQP-VL-REALIZADO(WS-TAB-IDX)
           END-IF.

       6150-ACUMULA-EQUIPEX. EXIT.

      * -----------------------------------
      * MOSTRA META X REALIZADO POR SUPERVISOR (WS-EQP-TIPO "S") OU
      * POR GERENTE ("G")
       6500-MOSTRA-EQUIPES SECTION.

           MOVE SPACES TO WS-LINHA-TITULO
           IF WS-EQP-TIPO EQUAL "S"
               MOVE "TOTAIS POR SUPERVISOR" TO WS-LINHA-TITULO
           ELSE
               MOVE "TOTAIS POR GERENTE" TO WS-LINHA-TITULO
           END-IF

           ADD 1 TO WS-NUML-CURR
           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD

               IF WS-TAB-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO
                   MOVE WS-TAB-EQP-CD(WS-TAB-IDX2) TO FS-VEN-CD-VENDEDOR
                   READ ARQ-VENDEDOR
                   IF NOT FS-STAT-VEN-OK
                       MOVE SPACES TO FS-VEN-NM-VENDEDOR
                   END-IF
                   IF WS-TAB-EQP-CD(WS-TAB-IDX2) EQUAL ZEROS
                       MOVE "SEM EQUIPE" TO FS-VEN-NM-VENDEDOR
                   END-IF

                   MOVE WS-TAB-EQP-CD(WS-TAB-IDX2) TO WS-LIN-CD-VENDEDOR
                   MOVE FS-VEN-NM-VENDEDOR TO WS-LIN-NM-VENDEDOR
                   MOVE WS-TAB-EQP-VL-META(WS-TAB-IDX2)
                     TO WS-LIN-VL-META
                   MOVE WS-TAB-EQP-VL-REALIZADO(WS-TAB-IDX2)
                     TO WS-LIN-VL-REALIZADO

                   IF WS-TAB-EQP-VL-META(WS-TAB-IDX2) GREATER ZEROS
                       COMPUTE WS-PC-ATINGIDO ROUNDED =
                           (WS-TAB-EQP-VL-REALIZADO(WS-TAB-IDX2) /
                            WS-TAB-EQP-VL-META(WS-TAB-IDX2)) * 100
                           ON SIZE ERROR MOVE 999.99 TO WS-PC-ATINGIDO
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO WS-PC-ATINGIDO
                   END-IF
                   MOVE WS-PC-ATINGIDO TO WS-LIN-PC-ATINGIDO

                   DISPLAY WS-LINHA LINE WS-NUML-CURR COLUMN 1
                   ADD 1 TO WS-NUML-CURR

                   IF E-GERAR-SIM
                       MOVE WS-LINHA TO ARQ-SAIDA-REC
                       WRITE ARQ-SAIDA-REC
                   END-IF
               END-IF

           END-PERFORM.

       6500-MOSTRA-EQUIPESX. EXIT.

      * -----------------------------------
      * SOMA O VALOR DOS PEDIDOS NAO CANCELADOS DO VENDEDOR NO
      * PERIODO DA META (VARRE ARQ-PEDIDO PELA CHAVE PRIMARIA)
                   AT END MOVE 99 TO FS-STAT-PED
               END-READ
               PERFORM UNTIL NOT FS-STAT-PED-OK
                   PERFORM 1920-FILIAL-PEDIDO
                   IF FS-PED-CD-VENDEDOR EQUAL FS-MET-CD-VENDEDOR
                      AND NOT FS-PED-CANCELADO
                      AND FS-PED-DT-PEDIDO(1:6) EQUAL FS-MET-ANO-MES
                      AND (E-TODAS-FILIAIS OR
                           WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL)
                       ADD FS-PED-VL-TOTAL TO WS-VL-REALIZADO
                   END-IF
                   READ ARQ-PEDIDO NEXT

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
      * FILIAL DA REGIAO EM WS-CD-REGIAO-FIL (REGIAO -> DEPOSITO ->
      * FILIAL); SO CONSULTA QUANDO A REGIAO MUDA
       1910-FILIAL-REGIAO SECTION.

           IF WS-CD-REGIAO-FIL NOT EQUAL WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO WS-CD-REGIAO-ANT
               MOVE WS-CD-REGIAO-FIL TO LK-DPR-CD-REGIAO
               CALL 'CBL_DEPOSITO_REGIAO' USING LK-DPR-PARAMETERS

               MOVE "D" TO LK-FIL-FUNCAO
               MOVE LK-DPR-CD-DEPOSITO TO LK-FIL-CD-DEPOSITO
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL TO WS-CD-FILIAL-RGA
           END-IF

           MOVE WS-CD-FILIAL-RGA TO WS-CD-FILIAL-REG.

       1910-FILIAL-REGIAOX. EXIT.

      * -----------------------------------
      * FILIAL DO VENDEDOR EM WS-CD-VENDEDOR-FIL, PELA REGIAO DELE;
      * VENDEDOR NAO ENCONTRADO FICA NA MATRIZ
       1950-FILIAL-VENDEDOR SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           MOVE WS-CD-VENDEDOR-FIL TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
               PERFORM 1910-FILIAL-REGIAO
           END-IF.

       1950-FILIAL-VENDEDORX. EXIT.

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
