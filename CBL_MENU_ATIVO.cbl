      * ATIVO-DIAS-ALERTA (PADRAO 60), QUE E ONDE AS GELADEIRAS
      * COSTUMAM SUMIR. A EXCLUSAO DE CLIENTE COM ATIVO EM CAMPO E
      * BLOQUEADA NO CADASTRO DE CLIENTES.
      * A REVISAO TRIMESTRAL DE RETORNO (CBL_REVISAO_COMODATO) GERA
      * ORDENS DE RECOLHIMENTO EM ARQ-ORDRECOL; O VENDEDOR DA ORDEM
      * CONFIRMA AQUI A VOLTA DO ATIVO AO DEPOSITO, O QUE REGISTRA O
      * RECOLHIMENTO. QUALQUER OUTRO RECOLHIMENTO DO ATIVO CONFIRMA A
      * ORDEM PENDENTE E UMA COLOCACAO OU TRANSFERENCIA A CANCELA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_ATIVO.
       ENVIRONMENT DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MVA.

           SELECT ARQ-ORDRECOL ASSIGN TO DISK WID-ARQ-ORDRECOL
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ORR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ORR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC

       COPY FS-ARQ-MOVATIVO.

       FD ARQ-ORDRECOL.

       COPY FS-ARQ-ORDRECOL.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.
           88 E-MOVIMENTAR VALUE IS "2".
           88 E-HISTORICO VALUE IS "3".
           88 E-ALERTA    VALUE IS "4".
           88 E-ALTERAR   VALUE IS "5".
           88 E-REVISAO   VALUE IS "6".
           88 E-CONFIRMA  VALUE IS "7".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "4" "5" "6" "7"
                                     "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.
           88 FS-STAT-MVA-OK         VALUE 00.
           88 FS-STAT-MVA-NAO-EXISTE VALUE 35.

       77 FS-STAT-ORR PIC 9(02).
           88 FS-STAT-ORR-OK         VALUE 00.
           88 FS-STAT-ORR-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.
       77 WS-NR-SERIE     PIC X(015) VALUE SPACES.
       77 WS-DT-AQUISICAO PIC 9(008) VALUE ZEROS.
       77 WS-CD-CONDICAO  PIC X(001) VALUE "B".
       77 WS-VL-REPOSICAO PIC 9(007)V99 VALUE ZEROS.

       77 WS-TP-MOVIMENTO PIC X(001) VALUE SPACES.
           88 MOVIMENTO-OK VALUES ARE "C" "c" "T" "t" "R" "r".
           88 E-MOV-RECOLHE VALUES ARE "R" "r".
       77 WS-CD-CLIENTE-DEST PIC 9(007) VALUE ZEROS.

       77 WS-CD-VENDEDOR-CONF PIC 9(007) VALUE ZEROS.
       77 WS-DT-EMISSAO-ORD   PIC 9(008) VALUE ZEROS.
       77 WS-CD-VENDEDOR-ORD  PIC 9(007) VALUE ZEROS.
       77 WS-CD-CLIENTE-ORD   PIC 9(007) VALUE ZEROS.

       77 WS-DIAS-ALERTA PIC 9(003) VALUE 60.
       77 WS-DT-LIMITE   PIC 9(008) VALUE ZEROS.
       77 WS-DT-ULT-FAT  PIC 9(008) VALUE ZEROS.

       01 WS-LIN-TEXTO PIC X(100) VALUE SPACES.

       01 WS-PARAM-RVS.
           05 WS-RVS-RETURN-CODE PIC 99 VALUE 0.
           05 WS-RVS-MODO-BATCH  PIC X VALUE SPACES.

       COPY CPY_ID_ARQ_ATIVO.
       COPY CPY_ID_ARQ_MOVATIVO.
       COPY CPY_ID_ARQ_ORDRECOL.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_PEDIDO.

           05 LINE 08 COLUMN 15 VALUE "02 - MOVIMENTAR ATIVO".
           05 LINE 09 COLUMN 15 VALUE "03 - HISTORICO DO ATIVO".
           05 LINE 10 COLUMN 15 VALUE "04 - RELATORIO DE ALERTA".
           05 LINE 11 COLUMN 15 VALUE "05 - ALTERAR ATIVO".
           05 LINE 12 COLUMN 15 VALUE "06 - REVISAO DE RETORNO".
           05 LINE 13 COLUMN 15 VALUE "07 - CONFIRMAR RECOLHIMENTO".
           05 LINE 15 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 16 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 16 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ATIVO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 06 VALUE "Condicao(B/R/D):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-CD-CONDICAO.
               10 LINE 14 COLUMN 03 VALUE "Valor de Reposicao:".
               10 COLUMN PLUS 2 PIC 9(07).99 USING WS-VL-REPOSICAO.

       01 SS-TELA-MOVIMENTO.
           05 LINE 08 COLUMN 08 VALUE "Numero Ativo:".
           05 LINE 12 COLUMN 02 VALUE "C=Colocado T=Transferido R=Rec
      -"olhido".

       01 SS-TELA-CONFIRMA.
           05 LINE 08 COLUMN 08 VALUE "Numero Ativo:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-NR-ATIVO
              BLANK WHEN ZEROS.
           05 LINE 09 COLUMN 12 VALUE "Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR-CONF
              BLANK WHEN ZEROS.
           05 LINE 11 COLUMN 02 VALUE "Ordem de:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-DT-EMISSAO-ORD
              BLANK WHEN ZEROS.
           05 LINE 12 COLUMN 02 VALUE "Cliente:".
           05 COLUMN PLUS 2 PIC 9(07) FROM WS-CD-CLIENTE-ORD
              BLANK WHEN ZEROS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                   WHEN E-ALERTA
                       PERFORM 1300-RELATORIO-ALERTA
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1400-ALTERAR-ATIVO
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-REVISAO
                       MOVE ZEROS  TO WS-RVS-RETURN-CODE
                       MOVE SPACES TO WS-RVS-MODO-BATCH
                       CALL 'CBL_REVISAO_COMODATO' USING WS-PARAM-RVS
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-CONFIRMA
                       PERFORM 1500-CONFIRMA-RECOLHIMENTO
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO WS-TP-ATIVO WS-DS-MODELO WS-NR-SERIE
           MOVE ZEROS TO WS-DT-AQUISICAO WS-VL-REPOSICAO
           MOVE "B" TO WS-CD-CONDICAO

           MOVE "ATIVO" TO LK-CTL-ENTIDADE
               MOVE WS-DT-AQUISICAO TO FS-ATV-DT-AQUISICAO
               MOVE WS-CD-CONDICAO  TO FS-ATV-CD-CONDICAO
               MOVE ZEROS           TO FS-ATV-CD-CLIENTE
               MOVE WS-VL-REPOSICAO TO FS-ATV-VL-REPOSICAO

               WRITE ARQ-ATIVO-REC
               INVALID KEY
                       CONTINUE
               END-WRITE

               PERFORM 2150-ATUALIZA-ORDEM

               MOVE "MOVIMENTO REGISTRADO COM SUCESSO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE 'S' TO W-VAL-ENTRADA

       2100-GRAVA-MOVIMENTOX. EXIT.

      * -----------------------------------
      * FECHA AS ORDENS DE RECOLHIMENTO PENDENTES DO ATIVO: O
      * RECOLHIMENTO CONFIRMA A ORDEM, A COLOCACAO OU TRANSFERENCIA
      * A CANCELA
       2150-ATUALIZA-ORDEM SECTION.

           MOVE WS-NR-ATIVO TO FS-ORR-NR-ATIVO
           MOVE ZEROS TO FS-ORR-DT-EMISSAO
           PERFORM 6300-LE-PROX-ORDEM

           PERFORM UNTIL NOT FS-STAT-ORR-OK OR
                         FS-ORR-NR-ATIVO NOT EQUAL WS-NR-ATIVO
               IF FS-ORR-PENDENTE
                   IF E-MOV-RECOLHE
                       MOVE "C" TO FS-ORR-IND-SITUACAO
                   ELSE
                       MOVE "X" TO FS-ORR-IND-SITUACAO
                   END-IF
                   MOVE WS-DT-HOJE TO FS-ORR-DT-SITUACAO
                   REWRITE ARQ-ORDRECOL-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               PERFORM 6300-LE-PROX-ORDEM
           END-PERFORM.

       2150-ATUALIZA-ORDEMX. EXIT.

      * -----------------------------------
      * MOSTRA O HISTORICO DE MOVIMENTOS DE UM ATIVO NA TELA
       1200-HISTORICO-ATIVO SECTION.

       2300-ULTIMO-FATURAMENTOX. EXIT.

      * -----------------------------------
      * ALTERA OS DADOS CADASTRAIS DO ATIVO (O DETENTOR SO MUDA
      * PELO MOVIMENTO)
       1400-ALTERAR-ATIVO SECTION.

           MOVE "05 - ALTERACAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-ATIVO

           DISPLAY SS-CLS
           ACCEPT SS-CHAVE

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-NR-ATIVO EQUAL ZEROS
               GO TO 1400-ALTERAR-ATIVOX
           END-IF

           PERFORM 5000-ABRIR-ARQ-ATIVO

           MOVE WS-NR-ATIVO TO FS-ATV-NR-ATIVO
           READ ARQ-ATIVO
           IF NOT FS-STAT-ATV-OK
               MOVE "ATIVO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               PERFORM 7000-FECHA-ARQ-ATIVO
               GO TO 1400-ALTERAR-ATIVOX
           END-IF

           MOVE FS-ATV-TP-ATIVO     TO WS-TP-ATIVO
           MOVE FS-ATV-DS-MODELO    TO WS-DS-MODELO
           MOVE FS-ATV-NR-SERIE     TO WS-NR-SERIE
           MOVE FS-ATV-DT-AQUISICAO TO WS-DT-AQUISICAO
           MOVE FS-ATV-CD-CONDICAO  TO WS-CD-CONDICAO
           IF FS-ATV-VL-REPOSICAO NUMERIC
               MOVE FS-ATV-VL-REPOSICAO TO WS-VL-REPOSICAO
           ELSE
               MOVE ZEROS TO WS-VL-REPOSICAO
           END-IF

           MOVE 'N' TO W-VAL-ENTRADA
           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               DISPLAY SS-TELA-ATIVO
               ACCEPT SS-DADOS

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-TP-ATIVO NOT EQUAL SPACES
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN OTHER
                        MOVE "FAVOR INFORMAR O Tipo" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE

           END-PERFORM

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               MOVE WS-TP-ATIVO     TO FS-ATV-TP-ATIVO
               MOVE WS-DS-MODELO    TO FS-ATV-DS-MODELO
               MOVE WS-NR-SERIE     TO FS-ATV-NR-SERIE
               MOVE WS-DT-AQUISICAO TO FS-ATV-DT-AQUISICAO
               MOVE WS-CD-CONDICAO  TO FS-ATV-CD-CONDICAO
               MOVE WS-VL-REPOSICAO TO FS-ATV-VL-REPOSICAO

               REWRITE ARQ-ATIVO-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR O ATIVO" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-REWRITE

               IF FS-STAT-ATV-OK
                   MOVE "ATIVO ALTERADO COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF

           PERFORM 7000-FECHA-ARQ-ATIVO.

       1400-ALTERAR-ATIVOX. EXIT.

      * -----------------------------------
      * O VENDEDOR DA ORDEM DE RECOLHIMENTO PENDENTE CONFIRMA A
      * VOLTA DO ATIVO AO DEPOSITO; REGISTRA O RECOLHIMENTO, QUE
      * FECHA A ORDEM
       1500-CONFIRMA-RECOLHIMENTO SECTION.

           MOVE "07 - CONFIRMAR RECOLHIMENTO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WS-NR-ATIVO WS-CD-VENDEDOR-CONF
                         WS-DT-EMISSAO-ORD WS-CD-CLIENTE-ORD

           DISPLAY SS-CLS
           ACCEPT SS-TELA-CONFIRMA

           IF COB-CRT-STATUS EQUAL COB-SCR-ESC OR
              WS-NR-ATIVO EQUAL ZEROS
               GO TO 1500-CONFIRMA-RECOLHIMENTOX
           END-IF

           PERFORM 5000-ABRIR-ARQ-ATIVO

           MOVE ZEROS TO WS-CD-VENDEDOR-ORD
           MOVE WS-NR-ATIVO TO FS-ORR-NR-ATIVO
           MOVE ZEROS TO FS-ORR-DT-EMISSAO
           PERFORM 6300-LE-PROX-ORDEM

           PERFORM UNTIL NOT FS-STAT-ORR-OK OR
                         FS-ORR-NR-ATIVO NOT EQUAL WS-NR-ATIVO
               IF FS-ORR-PENDENTE
                   MOVE FS-ORR-DT-EMISSAO  TO WS-DT-EMISSAO-ORD
                   MOVE FS-ORR-CD-CLIENTE  TO WS-CD-CLIENTE-ORD
                   MOVE FS-ORR-CD-VENDEDOR TO WS-CD-VENDEDOR-ORD
               END-IF
               PERFORM 6300-LE-PROX-ORDEM
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DT-EMISSAO-ORD EQUAL ZEROS
                   MOVE "ATIVO SEM ORDEM DE RECOLHIMENTO PENDENTE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-CD-VENDEDOR-CONF NOT EQUAL WS-CD-VENDEDOR-ORD
                   MOVE "ORDEM DE RECOLHIMENTO DE OUTRO VENDEDOR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   DISPLAY SS-TELA-CONFIRMA
                   MOVE "CONFIRMA A VOLTA DO ATIVO AO DEPOSITO (S/N)?"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   IF E-SIM
                       MOVE "R" TO WS-TP-MOVIMENTO
                       OPEN INPUT ARQ-CLIENTE
                       PERFORM 2000-APLICA-MOVIMENTO
                       CLOSE ARQ-CLIENTE
                   END-IF
                   MOVE SPACES TO WS-ERRO
           END-EVALUATE

           PERFORM 7000-FECHA-ARQ-ATIVO.

       1500-CONFIRMA-RECOLHIMENTOX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE ATIVO E HISTORICO
       5000-ABRIR-ARQ-ATIVO SECTION.
               OPEN OUTPUT ARQ-MOVATIVO
               CLOSE ARQ-MOVATIVO
               OPEN I-O ARQ-MOVATIVO
           END-IF

           OPEN I-O ARQ-ORDRECOL
           IF FS-STAT-ORR-NAO-EXISTE
               OPEN OUTPUT ARQ-ORDRECOL
               CLOSE ARQ-ORDRECOL
               OPEN I-O ARQ-ORDRECOL
           END-IF.

       5000-ABRIR-ARQ-ATIVOX. EXIT.

       6200-LE-PROX-PEDIDOX. EXIT.

      * -----------------------------------
      * LE A PROXIMA ORDEM DE RECOLHIMENTO PELA CHAVE
       6300-LE-PROX-ORDEM SECTION.

           START ARQ-ORDRECOL KEY > FS-ORR-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-ORR
               NOT INVALID KEY
                   READ ARQ-ORDRECOL NEXT
                       AT END MOVE 99 TO FS-STAT-ORR
                   END-READ
           END-START.

       6300-LE-PROX-ORDEMX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS DE ATIVO E HISTORICO
       7000-FECHA-ARQ-ATIVO SECTION.

           CLOSE ARQ-ATIVO
           CLOSE ARQ-MOVATIVO
           CLOSE ARQ-ORDRECOL.

       7000-FECHA-ARQ-ATIVOX. EXIT.

