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

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

       COPY FS-ARQ-RECEBER.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(120).

           88 FS-STAT-REC-CANCELA    VALUE 99.
           88 FS-STAT-REC-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

                                       PIC 9(011)V99.
       77 WS-TAB-VEN-QTD  PIC 9(004) VALUE ZEROS.

      * ACUMULADORES POR REDE DE CLIENTES, INDEXADOS PELO CODIGO DA
      * REDE (CLIENTE SEM REDE NAO ENTRA NESTE BLOCO)
       01 WS-TAB-RED.
           05 WS-TAB-RED-ITEM OCCURS 99.
               10 WS-TAB-RED-USO       PIC X(001).
               10 WS-TAB-RED-FAIXA     OCCURS 5
                                       PIC 9(011)V99.
       77 WS-CD-REDE  PIC 9(002) VALUE ZEROS.

      * ACUMULADORES POR SUPERVISOR (S) E POR GERENTE (G), PELA EQUIPE
      * DO VENDEDOR NO MES CORRENTE (CODIGO ZERO = SEM EQUIPE)
       01 WS-TAB-EQP.
           05 WS-TAB-EQP-ITEM OCCURS 200.
               10 WS-TAB-EQP-TIPO      PIC X(001).
               10 WS-TAB-EQP-CD        PIC 9(007).
               10 WS-TAB-EQP-FAIXA     OCCURS 5
                                       PIC 9(011)V99.
       77 WS-TAB-EQP-QTD  PIC 9(003) VALUE ZEROS.
       77 WS-EQP-TIPO-CORR PIC X(001) VALUE SPACES.
       77 WS-EQP-CD-CORR   PIC 9(007) VALUE ZEROS.

       77 WS-TAB-CHEIA PIC X VALUE 'N'.
           88 E-TAB-CHEIA VALUE 'S'.


       COPY CPY_ID_ARQ_RECEBER.

       COPY CPY_ID_ARQ_CLIENTE.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO REGISTRO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
           88 E-TODAS-FILIAIS VALUE ZEROS.
       77 WS-CD-FILIAL-REG PIC 9(003) VALUE ZEROS.
       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

       COPY CPY_CONSULTA_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_DIA_UTIL.

       COPY CPY_EQUIPE_VENDEDOR.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-REPORT-FILTER.
               10 LINE 02 COLUMN 2 VALUE "Gravar em arquivo(S/N):".
               10 COLUMN PLUS 1 PIC X USING WS-GERAR-ARQ.
               10 COLUMN PLUS 4 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
           05 SS-TELA-ARQUIVO.
               10 LINE 03 COLUMN 2 VALUE "Nome do Arquivo:".
               10 COLUMN PLUS 2 PIC X(30) USING WNM-ARQ-SAIDA.
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE 'N'         TO WS-GERAR-ARQ WS-TAB-CHEIA
           MOVE ZEROS       TO WS-TAB-CLI-QTD WS-TAB-VEN-QTD
                               WS-TAB-EQP-QTD
           MOVE ZEROS       TO WS-TOT-FAIXA
           MOVE WNM-PATH-RECEBER TO WNM-PATH-CLIENTE

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

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
               PERFORM 5000-ABRIR-ARQ-RECEBER
               PERFORM 2000-ACUMULA-TITULOS
               PERFORM 7000-FECHA-ARQ-RECEBER
               PERFORM 2050-ACUMULA-REDES

               DISPLAY SS-REPORT-HEADER
               PERFORM 2100-MOSTRA-POR-CLIENTE
               PERFORM 2150-MOSTRA-POR-REDE
               PERFORM 2200-MOSTRA-POR-VENDEDOR

               IF E-GERAR-SIM

           PERFORM UNTIL NOT FS-STAT-REC-OK

               PERFORM 1930-FILIAL-TITULO

               IF FS-REC-ABERTO AND
                  (E-TODAS-FILIAIS OR
                   WS-CD-FILIAL-REG EQUAL WS-CD-FILIAL-SEL)
      * TITULO LEGADO COM VENCIMENTO EM DIA NAO UTIL SO E ATRASO A
      * PARTIR DO DIA UTIL SEGUINTE
                   MOVE "R" TO LK-DUT-FUNCAO

       2000-ACUMULA-TITULOSX. EXIT.

      * -----------------------------------
      * CONSOLIDA AS FAIXAS DOS CLIENTES NA REDE A QUE CADA UM
      * PERTENCE, CONFORME O CADASTRO DE CLIENTES
       2050-ACUMULA-REDES SECTION.

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER 99
               MOVE 'N' TO WS-TAB-RED-USO(WS-TAB-IDX2)
               MOVE ZEROS TO WS-TAB-RED-FAIXA(WS-TAB-IDX2 1)
                             WS-TAB-RED-FAIXA(WS-TAB-IDX2 2)
                             WS-TAB-RED-FAIXA(WS-TAB-IDX2 3)
                             WS-TAB-RED-FAIXA(WS-TAB-IDX2 4)
                             WS-TAB-RED-FAIXA(WS-TAB-IDX2 5)
           END-PERFORM

           OPEN INPUT ARQ-CLIENTE

           IF NOT FS-STAT-CLI-OK
               GO TO 2050-ACUMULA-REDESX
           END-IF

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-CLI-QTD

               MOVE WS-TAB-CLI-CD(WS-TAB-IDX2) TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE

               IF FS-STAT-CLI-OK AND FS-CLI-CD-REDE IS NUMERIC
                   MOVE FS-CLI-CD-REDE TO WS-CD-REDE
                   IF WS-CD-REDE GREATER ZEROS
                       MOVE 'S' TO WS-TAB-RED-USO(WS-CD-REDE)
                       PERFORM VARYING WS-FAIXA FROM 1 BY 1
                         UNTIL WS-FAIXA GREATER 5
                           ADD WS-TAB-CLI-FAIXA(WS-TAB-IDX2 WS-FAIXA)
                             TO WS-TAB-RED-FAIXA(WS-CD-REDE WS-FAIXA)
                       END-PERFORM
                   END-IF
               END-IF

           END-PERFORM

           CLOSE ARQ-CLIENTE.

       2050-ACUMULA-REDESX. EXIT.

      * -----------------------------------
      * ACUMULA O TITULO NA FAIXA DO CLIENTE
       6100-ACUMULA-CLIENTE SECTION.

       2100-MOSTRA-POR-CLIENTEX. EXIT.

      * -----------------------------------
      * MOSTRA O ENVELHECIMENTO CONSOLIDADO POR REDE DE CLIENTES
       2150-MOSTRA-POR-REDE SECTION.

           MOVE "POR REDE DE CLIENTES" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER 99

               IF WS-TAB-RED-USO(WS-TAB-IDX2) EQUAL 'S'
                   MOVE WS-TAB-IDX2 TO WS-LIN-CD
                   MOVE WS-TAB-RED-FAIXA(WS-TAB-IDX2 1)
                     TO WS-LIN-FAIXA1
                   MOVE WS-TAB-RED-FAIXA(WS-TAB-IDX2 2)
                     TO WS-LIN-FAIXA2
                   MOVE WS-TAB-RED-FAIXA(WS-TAB-IDX2 3)
                     TO WS-LIN-FAIXA3
                   MOVE WS-TAB-RED-FAIXA(WS-TAB-IDX2 4)
                     TO WS-LIN-FAIXA4
                   MOVE WS-TAB-RED-FAIXA(WS-TAB-IDX2 5)
                     TO WS-LIN-FAIXA5
                   PERFORM 6500-MOSTRA-LINHA
               END-IF

           END-PERFORM.

       2150-MOSTRA-POR-REDEX. EXIT.

      * -----------------------------------
      * MOSTRA O ENVELHECIMENTO POR VENDEDOR E OS TOTAIS GERAIS
       2200-MOSTRA-POR-VENDEDOR SECTION.

           END-PERFORM

           PERFORM 2250-ACUMULA-EQUIPES

           MOVE "S" TO WS-EQP-TIPO-CORR
           MOVE "POR SUPERVISOR" TO WS-LINHA-TITULO
           PERFORM 2260-MOSTRA-POR-EQUIPE
           MOVE "G" TO WS-EQP-TIPO-CORR
           MOVE "POR GERENTE" TO WS-LINHA-TITULO
           PERFORM 2260-MOSTRA-POR-EQUIPE

           MOVE "TOTAIS GERAIS" TO WS-LINHA-TITULO
           PERFORM 6400-MOSTRA-TITULO


       2200-MOSTRA-POR-VENDEDORX. EXIT.

      * -----------------------------------
      * CONSOLIDA AS FAIXAS DE CADA VENDEDOR NO SEU SUPERVISOR E NO
      * SEU GERENTE DO MES CORRENTE
       2250-ACUMULA-EQUIPES SECTION.

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-VEN-QTD

               MOVE "C" TO LK-EQP-FUNCAO
               MOVE WS-TAB-VEN-CD(WS-TAB-IDX) TO LK-EQP-CD-VENDEDOR
               MOVE WS-DT-HOJE(1:6) TO LK-EQP-ANO-MES
               CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

               MOVE "S" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-SUPERVISOR TO WS-EQP-CD-CORR
               PERFORM 6300-ACUMULA-EQUIPE
               MOVE "G" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-GERENTE TO WS-EQP-CD-CORR
               PERFORM 6300-ACUMULA-EQUIPE

           END-PERFORM.

       2250-ACUMULA-EQUIPESX. EXIT.

      * -----------------------------------
      * MOSTRA O ENVELHECIMENTO POR SUPERVISOR (WS-EQP-TIPO-CORR "S")
      * OU POR GERENTE ("G")
       2260-MOSTRA-POR-EQUIPE SECTION.

           PERFORM 6400-MOSTRA-TITULO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD

               IF WS-TAB-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO-CORR
                   MOVE WS-TAB-EQP-CD(WS-TAB-IDX2) TO WS-LIN-CD
                   MOVE WS-TAB-EQP-FAIXA(WS-TAB-IDX2 1)
                     TO WS-LIN-FAIXA1
                   MOVE WS-TAB-EQP-FAIXA(WS-TAB-IDX2 2)
                     TO WS-LIN-FAIXA2
                   MOVE WS-TAB-EQP-FAIXA(WS-TAB-IDX2 3)
                     TO WS-LIN-FAIXA3
                   MOVE WS-TAB-EQP-FAIXA(WS-TAB-IDX2 4)
                     TO WS-LIN-FAIXA4
                   MOVE WS-TAB-EQP-FAIXA(WS-TAB-IDX2 5)
                     TO WS-LIN-FAIXA5
                   PERFORM 6500-MOSTRA-LINHA
               END-IF

           END-PERFORM.

       2260-MOSTRA-POR-EQUIPEX. EXIT.

      * -----------------------------------
      * SOMA AS FAIXAS DO VENDEDOR WS-TAB-IDX NO SUPERVISOR OU GERENTE
      * WS-EQP-CD-CORR
       6300-ACUMULA-EQUIPE SECTION.

           MOVE 'N' TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD OR E-ACHADO
               IF WS-TAB-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO-CORR
                  AND WS-TAB-EQP-CD(WS-TAB-IDX2) EQUAL WS-EQP-CD-CORR
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF E-ACHADO
               SUBTRACT 1 FROM WS-TAB-IDX2
           ELSE
               IF WS-TAB-EQP-QTD LESS 200
                   ADD 1 TO WS-TAB-EQP-QTD
                   MOVE WS-TAB-EQP-QTD TO WS-TAB-IDX2
                   MOVE WS-EQP-TIPO-CORR
                     TO WS-TAB-EQP-TIPO(WS-TAB-IDX2)
                   MOVE WS-EQP-CD-CORR TO WS-TAB-EQP-CD(WS-TAB-IDX2)
                   MOVE ZEROS TO WS-TAB-EQP-FAIXA(WS-TAB-IDX2 1)
                                 WS-TAB-EQP-FAIXA(WS-TAB-IDX2 2)
                                 WS-TAB-EQP-FAIXA(WS-TAB-IDX2 3)
                                 WS-TAB-EQP-FAIXA(WS-TAB-IDX2 4)
                                 WS-TAB-EQP-FAIXA(WS-TAB-IDX2 5)
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
                   GO TO 6300-ACUMULA-EQUIPEX
               END-IF
           END-IF

           PERFORM VARYING WS-FAIXA FROM 1 BY 1
             UNTIL WS-FAIXA GREATER 5
               ADD WS-TAB-VEN-FAIXA(WS-TAB-IDX WS-FAIXA)
                 TO WS-TAB-EQP-FAIXA(WS-TAB-IDX2 WS-FAIXA)
           END-PERFORM.

       6300-ACUMULA-EQUIPEX. EXIT.

      * -----------------------------------
      * MOSTRA UMA LINHA DE TITULO DE SECAO
       6400-MOSTRA-TITULO SECTION.

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
      * FILIAL CEDENTE DO TITULO (NAO NUMERICA OU ZERO = MATRIZ)
       1930-FILIAL-TITULO SECTION.

           MOVE 1 TO WS-CD-FILIAL-REG
           IF FS-REC-CD-FILIAL IS NUMERIC AND
              FS-REC-CD-FILIAL GREATER ZEROS
               MOVE FS-REC-CD-FILIAL TO WS-CD-FILIAL-REG
           END-IF.

       1930-FILIAL-TITULOX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
