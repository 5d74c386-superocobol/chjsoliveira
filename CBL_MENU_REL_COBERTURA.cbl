       77 WNM-ARQ-SAIDA PIC X(50) VALUE "REL_COBERTURA.TXT".
       77 WS-GERAR-ARQ PIC X VALUE 'N'.
           88 E-GERAR-SIM VALUES ARE "S" "s".
      * "S" CONTA SO AS VISITAS COM CHECK-IN VERIFICADO NO CLIENTE
       77 WS-SO-VERIFICADAS PIC X VALUE 'N'.
           88 E-SO-VERIFICADAS VALUES ARE "S" "s".

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".
       77 WS-ULT-ACHADO PIC X VALUE 'N'.
           88 E-ULT-ACHADO VALUE 'S'.

      * COBERTURA CONSOLIDADA POR SUPERVISOR (S) E POR GERENTE (G),
      * PELA EQUIPE DO VENDEDOR NO MES CORRENTE
       01 WS-TAB-EQP.
           05 WS-TAB-EQP-ITEM OCCURS 200.
               10 WS-EQP-TIPO       PIC X(001).
               10 WS-EQP-CD         PIC 9(007).
               10 WS-EQP-PLANEJADAS PIC 9(005).
               10 WS-EQP-VISITADAS  PIC 9(005).
               10 WS-EQP-PULADAS    PIC 9(005).
               10 WS-EQP-SEM-VISITA PIC 9(005).
       77 WS-TAB-EQP-QTD PIC 9(003) VALUE ZEROS.
       77 WS-TAB-EQP-IDX PIC 9(003) VALUE ZEROS.
       77 WS-EQP-TIPO-CORR PIC X(001) VALUE SPACES.
       77 WS-EQP-CD-CORR   PIC 9(007) VALUE ZEROS.
       77 WS-EQP-ACHADO PIC X VALUE 'N'.
           88 E-EQP-ACHADO VALUE 'S'.
       77 WS-LINHA-TITULO PIC X(80) VALUE SPACES.

       01 WS-LINHA.
           05 WS-LIN-CD-VENDEDOR     PIC 9(7).
           05 FILLER                 PIC X(1) VALUE "|".
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-CD-REGIAO-FIL PIC X(004) VALUE SPACES.
       77 WS-CD-REGIAO-ANT PIC X(004) VALUE HIGH-VALUES.
       77 WS-CD-FILIAL-RGA PIC 9(003) VALUE ZEROS.

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
               10 LINE 02 COLUMN 2 VALUE "Visitas desde (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DT-INICIAL.
               10 LINE 02 COLUMN 60 VALUE "Somente verificadas(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-SO-VERIFICADAS.
               10 LINE 03 COLUMN 2 VALUE "Sem visita ha N dias:".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-QT-DIAS-LIMITE.
               10 LINE 03 COLUMN 60 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
               10 LINE 04 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 SS-TELA-ARQUIVO.
               10 LINE 04 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           MOVE "RELATORIO COBERTURA" TO WS-OP
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ
           MOVE 'N'         TO WS-SO-VERIFICADAS
           MOVE ZEROS       TO WS-TAB-EQP-QTD

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE TO WS-DT-INICIAL

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

               COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                   - WS-QT-DIAS-LIMITE)
               PERFORM 6000-LER-ARQ-VENDEDOR

               PERFORM UNTIL NOT FS-STAT-VEN-OK
                   MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-REG
                   IF NOT E-TODAS-FILIAIS
                       MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO-FIL
                       PERFORM 1910-FILIAL-REGIAO
                   END-IF
                   IF WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL
                       PERFORM 2000-APURA-VENDEDOR
                   END-IF
                   PERFORM 6000-LER-ARQ-VENDEDOR
               END-PERFORM

               MOVE "S" TO WS-EQP-TIPO-CORR
               MOVE "TOTAIS POR SUPERVISOR" TO WS-LINHA-TITULO
               PERFORM 2500-MOSTRA-EQUIPES
               MOVE "G" TO WS-EQP-TIPO-CORR
               MOVE "TOTAIS POR GERENTE" TO WS-LINHA-TITULO
               PERFORM 2500-MOSTRA-EQUIPES

               CLOSE ARQ-VISITA
               CLOSE ARQ-CLIENTE
               CLOSE ARQ-VENDEDOR
                   MOVE WS-LINHA TO ARQ-SAIDA-REC
                   WRITE ARQ-SAIDA-REC
               END-IF

               MOVE "C" TO LK-EQP-FUNCAO
               MOVE FS-VEN-CD-VENDEDOR TO LK-EQP-CD-VENDEDOR
               MOVE WS-DT-HOJE(1:6) TO LK-EQP-ANO-MES
               CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

               MOVE "S" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-SUPERVISOR TO WS-EQP-CD-CORR
               PERFORM 6400-ACUMULA-EQUIPE
               MOVE "G" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-GERENTE TO WS-EQP-CD-CORR
               PERFORM 6400-ACUMULA-EQUIPE
           END-IF.

       2000-APURA-VENDEDORX. EXIT.

      * -----------------------------------
      * MOSTRA A COBERTURA DE CADA SUPERVISOR (WS-EQP-TIPO-CORR "S")
      * OU GERENTE ("G"), COM O NOME DO CADASTRO DE VENDEDORES
       2500-MOSTRA-EQUIPES SECTION.

           DISPLAY WS-LINHA-TITULO LINE WS-NUML-CURR COLUMN 1
           ADD 1 TO WS-NUML-CURR
           IF WS-NUML-CURR GREATER WS-NUML-ANT
               MOVE 9 TO WS-NUML-CURR
           END-IF

           IF E-GERAR-SIM
               MOVE WS-LINHA-TITULO TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
           END-IF

           PERFORM VARYING WS-TAB-EQP-IDX FROM 1 BY 1
             UNTIL WS-TAB-EQP-IDX GREATER WS-TAB-EQP-QTD

               IF WS-EQP-TIPO(WS-TAB-EQP-IDX) EQUAL WS-EQP-TIPO-CORR
                   MOVE WS-EQP-CD(WS-TAB-EQP-IDX) TO WS-LIN-CD-VENDEDOR
                   MOVE "SEM EQUIPE" TO WS-LIN-NM-VENDEDOR
                   IF WS-EQP-CD(WS-TAB-EQP-IDX) GREATER ZEROS
                       MOVE WS-EQP-CD(WS-TAB-EQP-IDX)
                         TO FS-VEN-CD-VENDEDOR
                       READ ARQ-VENDEDOR
                           INVALID KEY
                               MOVE SPACES TO WS-LIN-NM-VENDEDOR
                           NOT INVALID KEY
                               MOVE FS-VEN-NM-VENDEDOR
                                 TO WS-LIN-NM-VENDEDOR
                       END-READ
                   END-IF
                   MOVE WS-EQP-PLANEJADAS(WS-TAB-EQP-IDX)
                     TO WS-LIN-PLANEJADAS
                   MOVE WS-EQP-VISITADAS(WS-TAB-EQP-IDX)
                     TO WS-LIN-VISITADAS
                   MOVE WS-EQP-PULADAS(WS-TAB-EQP-IDX)
                     TO WS-LIN-PULADAS
                   MOVE WS-EQP-SEM-VISITA(WS-TAB-EQP-IDX)
                     TO WS-LIN-SEM-VISITA

                   DISPLAY WS-LINHA LINE WS-NUML-CURR COLUMN 1
                   ADD 1 TO WS-NUML-CURR
                   IF WS-NUML-CURR GREATER WS-NUML-ANT
                       MOVE 9 TO WS-NUML-CURR
                   END-IF

                   IF E-GERAR-SIM
                       MOVE WS-LINHA TO ARQ-SAIDA-REC
                       WRITE ARQ-SAIDA-REC
                   END-IF
               END-IF

           END-PERFORM.

       2500-MOSTRA-EQUIPESX. EXIT.

      * -----------------------------------
      * CONTA AS PARADAS PLANEJADAS NO ARQUIVO DE AGENDA DO VENDEDOR
       6100-CONTA-PLANEJADAS SECTION.

      * -----------------------------------
      * CARREGA AS VISITAS DO VENDEDOR, CONTANDO AS DO PERIODO E
      * GUARDANDO A ULTIMA DATA POR CLIENTE; COM O FILTRO DE
      * VERIFICADAS, VISITA SEM CHECK-IN CONFIRMADO NAO CONTA
       6200-CARREGA-VISITAS SECTION.

           MOVE FS-VEN-CD-VENDEDOR TO FS-VIS-CD-VENDEDOR
                      OR FS-VIS-CD-VENDEDOR NOT EQUAL
                         FS-VEN-CD-VENDEDOR

               IF FS-VIS-VERIFICADA OR NOT E-SO-VERIFICADAS
                   IF FS-VIS-DT-VISITA NOT LESS WS-DT-INICIAL
                       ADD 1 TO WS-QT-VISITADAS
                   END-IF

                   PERFORM 6250-GUARDA-ULTIMA-VISITA
               END-IF

               READ ARQ-VISITA NEXT
                   AT END MOVE 99 TO FS-STAT-VIS

       6300-CONTA-SEM-VISITAX. EXIT.

      * -----------------------------------
      * SOMA A COBERTURA DO VENDEDOR CORRENTE NO SUPERVISOR OU GERENTE
      * WS-EQP-CD-CORR (ZERO = VENDEDOR SEM EQUIPE)
       6400-ACUMULA-EQUIPE SECTION.

           MOVE 'N' TO WS-EQP-ACHADO

           PERFORM VARYING WS-TAB-EQP-IDX FROM 1 BY 1
             UNTIL WS-TAB-EQP-IDX GREATER WS-TAB-EQP-QTD OR
                   E-EQP-ACHADO
               IF WS-EQP-TIPO(WS-TAB-EQP-IDX) EQUAL WS-EQP-TIPO-CORR
                  AND WS-EQP-CD(WS-TAB-EQP-IDX) EQUAL WS-EQP-CD-CORR
                   MOVE 'S' TO WS-EQP-ACHADO
               END-IF
           END-PERFORM

           IF E-EQP-ACHADO
               SUBTRACT 1 FROM WS-TAB-EQP-IDX
           ELSE
               IF WS-TAB-EQP-QTD LESS 200
                   ADD 1 TO WS-TAB-EQP-QTD
                   MOVE WS-TAB-EQP-QTD TO WS-TAB-EQP-IDX
                   MOVE WS-EQP-TIPO-CORR TO WS-EQP-TIPO(WS-TAB-EQP-IDX)
                   MOVE WS-EQP-CD-CORR   TO WS-EQP-CD(WS-TAB-EQP-IDX)
                   MOVE ZEROS TO WS-EQP-PLANEJADAS(WS-TAB-EQP-IDX)
                                 WS-EQP-VISITADAS(WS-TAB-EQP-IDX)
                                 WS-EQP-PULADAS(WS-TAB-EQP-IDX)
                                 WS-EQP-SEM-VISITA(WS-TAB-EQP-IDX)
               ELSE
                   GO TO 6400-ACUMULA-EQUIPEX
               END-IF
           END-IF

           ADD WS-QT-PLANEJADAS TO WS-EQP-PLANEJADAS(WS-TAB-EQP-IDX)
           ADD WS-QT-VISITADAS  TO WS-EQP-VISITADAS(WS-TAB-EQP-IDX)
           ADD WS-QT-PULADAS    TO WS-EQP-PULADAS(WS-TAB-EQP-IDX)
           ADD WS-QT-SEM-VISITA TO WS-EQP-SEM-VISITA(WS-TAB-EQP-IDX).

       6400-ACUMULA-EQUIPEX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR PELA CHAVE
       6000-LER-ARQ-VENDEDOR SECTION.

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
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
