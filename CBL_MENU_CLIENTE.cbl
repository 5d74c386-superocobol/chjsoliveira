               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REG.

           SELECT ARQ-REDE ASSIGN TO DISK WID-ARQ-REDE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-RED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-RED.

           SELECT ARQ-ALTPEND ASSIGN TO DISK WID-ARQ-ALTPEND
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ALP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ALP.

           SELECT ARQ-REF-CEP ASSIGN TO WNM-ARQ-REF-CEP
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CEP.

       COPY FS-ARQ-REGIAO.

       FD ARQ-REDE.

       COPY FS-ARQ-REDE.

       FD ARQ-ALTPEND.

       COPY FS-ARQ-ALTPEND.

      * REFERENCIA DE FAIXAS DE CEP POR MUNICIPIO, CARREGAVEL A
      * PARTIR DOS CORREIOS: CEPINI;CEPFIM;MUNICIPIO;UF
       FD ARQ-REF-CEP.
       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".
       77 WS-DS-ALT-PENDENTE PIC X(80) VALUE
           "CLIENTE ALTERADO; CREDITO/CARTEIRA AGUARDANDO APROVACAO".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
       77 WS-REGIAO-OK PIC X VALUE 'S'.
           88 REGIAO-VALIDA VALUE 'S'.

       77 FS-STAT-RED PIC 9(02).
           88 FS-STAT-RED-OK         VALUE IS 00.
           88 FS-STAT-RED-NAO-EXISTE VALUE 35.

       77 WS-REDE-OK PIC X VALUE 'S'.
           88 REDE-VALIDA VALUE 'S'.

       77 FS-STAT-ALP PIC 9(02).
           88 FS-STAT-ALP-OK         VALUE IS 00.
           88 FS-STAT-ALP-NAO-EXISTE VALUE 35.

       77 FS-STAT-CEP PIC 9(02).
           88 FS-STAT-CEP-OK         VALUE IS 00.
           88 FS-STAT-CEP-EOF        VALUE 10.
       77 WS-NR-CEP        PIC 9(008) VALUE ZEROS.
       77 WS-HR-JANELA-INI PIC 9(004) VALUE ZEROS.
       77 WS-HR-JANELA-FIM PIC 9(004) VALUE ZEROS.
       77 WS-CD-REDE       PIC 9(002) VALUE ZEROS.

       77 FS-STAT-ATV PIC 9(02).
           88 FS-STAT-ATV-OK         VALUE 00.
       77 WS-VL-LIM-CREDITO PIC 9(009)V99 VALUE ZEROS.
       77 WS-IND-BLOQUEADO  PIC X(001) VALUE 'N'.
       77 WS-DS-MOTIVO-BLOQ PIC X(020) VALUE SPACES.
       77 WS-CD-VENDEDOR    PIC 9(007) VALUE ZEROS.
       77 WS-CD-SUCESSOR    PIC 9(007) VALUE ZEROS.

      * LIMITE, BLOQUEIO, VENDEDOR E SUCESSOR SO MUDAM COM A SEGUNDA
      * ASSINATURA: A ALTERACAO GUARDA OS VALORES LIDOS E, SE ALGUM
      * MUDOU, GRAVA A SOLICITACAO EM ALTPEND.IDX E MANTEM O CADASTRO
       01 WS-ALP-ORIGINAL.
           05 WS-ALP-VL-LIMITE   PIC 9(009)V99 VALUE ZEROS.
           05 WS-ALP-IND-BLOQ    PIC X(001) VALUE SPACES.
           05 WS-ALP-DS-MOTIVO   PIC X(020) VALUE SPACES.
           05 WS-ALP-CD-VENDEDOR PIC 9(007) VALUE ZEROS.
           05 WS-ALP-CD-SUCESSOR PIC 9(007) VALUE ZEROS.

       77 WS-ALT-SENSIVEL PIC X VALUE 'N'.
           88 E-ALT-SENSIVEL VALUE 'S'.

       01 WS-CLIENTE-REC.
           05 WS-KEY.
       COPY CPY_ID_ARQ_ATIVO.

       COPY CPY_ID_ARQ_REGIAO.
       COPY CPY_ID_ARQ_REDE.
       COPY CPY_ID_ARQ_ALTPEND.

       01 WID-ARQ-IMPORTACAO.
000380     05 WNM-PATH-IMPORTACAO PIC X(17).
               10 COLUMN PLUS 2 PIC X USING WS-CD-FREQ-VISITA.
               10 LINE 20 COLUMN 55 VALUE "Revisao RF:".
               10 COLUMN PLUS 2 PIC X USING WS-IND-REVISAO.
               10 LINE 21 COLUMN 18 VALUE "Rede:".
               10 COLUMN PLUS 2 PIC 9(02) USING WS-CD-REDE
                  BLANK WHEN ZEROS.

      * CARTEIRA DO CLIENTE, SO NA ALTERACAO (SUJEITA A APROVACAO)
       01 SS-CARTEIRA.
           05 LINE 21 COLUMN 30 VALUE "Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-VENDEDOR
              BLANK WHEN ZEROS.
           05 LINE 21 COLUMN 51 VALUE "Sucessor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CD-SUCESSOR
              BLANK WHEN ZEROS.

       01 SS-LISTA-CLIENTES.
           05 SS-LISTA-CAB.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-IMPORTACAO.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-REDE.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-ALTPEND.
           MOVE SPACES TO WS-OPCAO
           IF LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WS-AUD-USUARIO
                          WS-NR-ENDERECO WS-NM-BAIRRO WS-NM-MUNICIPIO
                          WS-SG-UF
           MOVE ZEROS TO WS-VL-LIM-CREDITO WS-NR-CEP
                         WS-HR-JANELA-INI WS-HR-JANELA-FIM WS-CD-REDE
           MOVE 'N' TO WS-IND-BLOQUEADO WS-IND-REVISAO
           MOVE 'M' TO WS-CD-FREQ-VISITA


               PERFORM 6500-VALIDA-CNPJ
               PERFORM 6900-VALIDA-REGIAO
               PERFORM 6905-VALIDA-REDE

               EVALUATE TRUE
                   WHEN NOT CNPJ-VALIDO AND WS-CNPJ GREATER ZEROS
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT REGIAO-VALIDA
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT REDE-VALIDA
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-STAT-CLI-OK
                        MOVE "CNPJ DUPLICADO, NAO INSERIDO"
                          TO WS-MSGERRO
               MOVE WS-DS-MOTIVO-BLOQ TO FS-CLI-DS-MOTIVO-BLOQ
               MOVE WS-CD-FREQ-VISITA TO FS-CLI-CD-FREQ-VISITA
               MOVE WS-IND-REVISAO TO FS-CLI-IND-REVISAO
               MOVE WS-CD-REDE TO FS-CLI-CD-REDE
               PERFORM 6960-MOVE-ENDERECO-ARQ

               WRITE ARQ-CLIENTE-REC
               MOVE SPACES TO WS-DADOS FS-CLI-DADOS WS-CD-REGIAO
                              WS-NR-TELEFONE WS-NM-CONTATO WS-DS-EMAIL
                              WS-DS-MOTIVO-BLOQ
               MOVE ZEROS TO WS-VL-LIM-CREDITO WS-CD-VENDEDOR
                             WS-CD-SUCESSOR
               MOVE 'N' TO WS-IND-BLOQUEADO

               ACCEPT SS-CHAVE
                   MOVE FS-CLI-NR-CEP TO WS-NR-CEP
                   MOVE FS-CLI-HR-JANELA-INI TO WS-HR-JANELA-INI
                   MOVE FS-CLI-HR-JANELA-FIM TO WS-HR-JANELA-FIM
                   IF FS-CLI-CD-REDE IS NUMERIC
                       MOVE FS-CLI-CD-REDE TO WS-CD-REDE
                   ELSE
                       MOVE ZEROS TO WS-CD-REDE
                   END-IF
                   MOVE FS-CLI-CD-VENDEDOR TO WS-CD-VENDEDOR
                   MOVE FS-CLI-CD-CLI-SUCESSOR TO WS-CD-SUCESSOR
                   MOVE FS-CLI-VL-LIM-CREDITO  TO WS-ALP-VL-LIMITE
                   MOVE FS-CLI-IND-BLOQUEADO   TO WS-ALP-IND-BLOQ
                   MOVE FS-CLI-DS-MOTIVO-BLOQ  TO WS-ALP-DS-MOTIVO
                   MOVE FS-CLI-CD-VENDEDOR     TO WS-ALP-CD-VENDEDOR
                   MOVE FS-CLI-CD-CLI-SUCESSOR TO WS-ALP-CD-SUCESSOR

                   ACCEPT SS-DADOS
                   ACCEPT SS-CREDITO
                   ACCEPT SS-CARTEIRA

                   MOVE WS-CNPJ TO FS-CLI-CNPJ
                   MOVE WS-NM-RAZAO-SOCIAL TO FS-CLI-NM-RAZAO-SOCIAL
                   MOVE WS-DS-MOTIVO-BLOQ TO FS-CLI-DS-MOTIVO-BLOQ
                   MOVE WS-CD-FREQ-VISITA TO FS-CLI-CD-FREQ-VISITA
                   MOVE WS-IND-REVISAO TO FS-CLI-IND-REVISAO
                   MOVE WS-CD-REDE TO FS-CLI-CD-REDE

                   START ARQ-CLIENTE
                      KEY = FS-CLI-CNPJ

                   PERFORM 6500-VALIDA-CNPJ
                   PERFORM 6900-VALIDA-REGIAO
                   PERFORM 6905-VALIDA-REDE

                   EVALUATE TRUE
                       WHEN NOT CNPJ-VALIDO AND WS-CNPJ GREATER ZEROS
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT REGIAO-VALIDA
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT REDE-VALIDA
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN WS-CD-SUCESSOR GREATER ZEROS AND
                            WS-CD-SUCESSOR EQUAL WS-CD-CLIENTE
                            MOVE
                              "SUCESSOR NAO PODE SER O PROPRIO CLIENTE"
                              TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-STAT-CLI-OK AND
                            WS-CD-CLIENTE  NOT EQUAL FS-CLI-CD-CLIENTE
                            MOVE "CNPJ DUPLICADO NAO ATUALIZADO"

               PERFORM 1050-ACS-ENDERECO-CLIENTE
               PERFORM 6960-MOVE-ENDERECO-ARQ
               PERFORM 6970-SEPARA-ALT-SENSIVEL

               REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   PERFORM 8600-JORNAL-CLIENTE
               END-IF

               IF FS-STAT-CLI-OK AND E-ALT-SENSIVEL
                   PERFORM 6975-GRAVA-ALT-PENDENTE
               END-IF

               IF FS-STAT-CLI-OK
                   IF E-ALT-SENSIVEL
                       MOVE WS-DS-ALT-PENDENTE TO WS-MSGERRO
                   ELSE
                       MOVE "CLIENTE ALTERADO COM SUCESSO" TO WS-MSGERRO
                   END-IF
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "ALTERACAO"         TO FS-AUD-OPERACAO
                   MOVE FS-CLI-CD-CLIENTE   TO FS-AUD-CD-CLIENTE
                                         FS-CLI-VL-EXPOSICAO
                                         FS-CLI-NR-CEP
                                         FS-CLI-CD-CLI-SUCESSOR
                                         FS-CLI-CD-REDE
                           MOVE 'N' TO FS-CLI-IND-BLOQUEADO
                                       FS-CLI-IND-REVISAO
                           MOVE 'M' TO FS-CLI-CD-FREQ-VISITA

       6960-MOVE-ENDERECO-ARQX. EXIT.

      * -----------------------------------
      * SEPARA DA ALTERACAO OS CAMPOS SENSIVEIS (LIMITE, BLOQUEIO E
      * MOTIVO, VENDEDOR, SUCESSOR): SE ALGUM MUDOU, GUARDA O NOVO
      * VALOR NA SOLICITACAO E DEVOLVE AO REGISTRO O VALOR ORIGINAL
       6970-SEPARA-ALT-SENSIVEL SECTION.

           MOVE 'N' TO WS-ALT-SENSIVEL

           IF WS-VL-LIM-CREDITO NOT EQUAL WS-ALP-VL-LIMITE   OR
              WS-IND-BLOQUEADO  NOT EQUAL WS-ALP-IND-BLOQ    OR
              WS-DS-MOTIVO-BLOQ NOT EQUAL WS-ALP-DS-MOTIVO   OR
              WS-CD-VENDEDOR    NOT EQUAL WS-ALP-CD-VENDEDOR OR
              WS-CD-SUCESSOR    NOT EQUAL WS-ALP-CD-SUCESSOR
               MOVE 'S' TO WS-ALT-SENSIVEL
               MOVE WS-ALP-VL-LIMITE   TO FS-CLI-VL-LIM-CREDITO
               MOVE WS-ALP-IND-BLOQ    TO FS-CLI-IND-BLOQUEADO
               MOVE WS-ALP-DS-MOTIVO   TO FS-CLI-DS-MOTIVO-BLOQ
               MOVE WS-ALP-CD-VENDEDOR TO FS-CLI-CD-VENDEDOR
               MOVE WS-ALP-CD-SUCESSOR TO FS-CLI-CD-CLI-SUCESSOR
           END-IF.

       6970-SEPARA-ALT-SENSIVELX. EXIT.

      * -----------------------------------
      * GRAVA EM ALTPEND.IDX A SOLICITACAO DE ALTERACAO SENSIVEL,
      * PENDENTE ATE A DECISAO DE UM SEGUNDO OPERADOR APROVADOR
      * (CBL_MENU_APROVACAO)
       6975-GRAVA-ALT-PENDENTE SECTION.

           MOVE "ALTPEND" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

           IF NOT LK-CTL-RC-OK
               MOVE 'N' TO WS-ALT-SENSIVEL
               MOVE "ERRO AO NUMERAR A SOLICITACAO DE APROVACAO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 6975-GRAVA-ALT-PENDENTEX
           END-IF

           OPEN I-O ARQ-ALTPEND

           IF FS-STAT-ALP-NAO-EXISTE
               OPEN OUTPUT ARQ-ALTPEND
               CLOSE ARQ-ALTPEND
               OPEN I-O ARQ-ALTPEND
           END-IF

           MOVE SPACES TO ARQ-ALTPEND-REC
           MOVE LK-CTL-CODIGO        TO FS-ALP-NR-ALTERACAO
           MOVE FS-CLI-CD-CLIENTE    TO FS-ALP-CD-CLIENTE
           ACCEPT FS-ALP-DT-SOLICITACAO FROM DATE YYYYMMDD
           ACCEPT FS-ALP-HR-SOLICITACAO FROM TIME
           MOVE WS-AUD-USUARIO       TO FS-ALP-ID-SOLICITANTE
           MOVE WS-ALP-VL-LIMITE     TO FS-ALP-VL-LIMITE-ANT
           MOVE WS-ALP-IND-BLOQ      TO FS-ALP-IND-BLOQ-ANT
           MOVE WS-ALP-DS-MOTIVO     TO FS-ALP-DS-MOTIVO-ANT
           MOVE WS-ALP-CD-VENDEDOR   TO FS-ALP-CD-VENDEDOR-ANT
           MOVE WS-ALP-CD-SUCESSOR   TO FS-ALP-CD-SUCESSOR-ANT
           MOVE WS-VL-LIM-CREDITO    TO FS-ALP-VL-LIMITE-NOV
           MOVE WS-IND-BLOQUEADO     TO FS-ALP-IND-BLOQ-NOV
           MOVE WS-DS-MOTIVO-BLOQ    TO FS-ALP-DS-MOTIVO-NOV
           MOVE WS-CD-VENDEDOR       TO FS-ALP-CD-VENDEDOR-NOV
           MOVE WS-CD-SUCESSOR       TO FS-ALP-CD-SUCESSOR-NOV
           MOVE "P"                  TO FS-ALP-IND-SITUACAO
           MOVE ZEROS                TO FS-ALP-DT-DECISAO

           WRITE ARQ-ALTPEND-REC
               INVALID KEY
                   MOVE 'N' TO WS-ALT-SENSIVEL
                   MOVE "ERRO AO GRAVAR A SOLICITACAO DE APROVACAO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-WRITE

           CLOSE ARQ-ALTPEND.

       6975-GRAVA-ALT-PENDENTEX. EXIT.

      * -----------------------------------
      * VALIDA O CODIGO DE REGIAO INFORMADO CONTRA O CADASTRO DE
      * REGIOES (QUANDO O CADASTRO AINDA NAO EXISTE, ACEITA O CODIGO

       6900-VALIDA-REGIAOX. EXIT.

      * -----------------------------------
      * A REDE INFORMADA (ZERO = SEM REDE) DEVE EXISTIR E ESTAR ATIVA
       6905-VALIDA-REDE SECTION.

           MOVE 'S' TO WS-REDE-OK

           IF WS-CD-REDE GREATER ZEROS
               OPEN INPUT ARQ-REDE

               IF FS-STAT-RED-NAO-EXISTE
                   MOVE 'N' TO WS-REDE-OK
                   MOVE "REDE NAO CADASTRADA" TO WS-MSGERRO
               ELSE
                   MOVE WS-CD-REDE TO FS-RED-CD-REDE
                   READ ARQ-REDE
                   EVALUATE TRUE
                       WHEN NOT FS-STAT-RED-OK
                           MOVE 'N' TO WS-REDE-OK
                           MOVE "REDE NAO CADASTRADA" TO WS-MSGERRO
                       WHEN FS-RED-INATIVA
                           MOVE 'N' TO WS-REDE-OK
                           MOVE "REDE INATIVA" TO WS-MSGERRO
                   END-EVALUATE

                   CLOSE ARQ-REDE
               END-IF
           END-IF.

       6905-VALIDA-REDEX. EXIT.

      * -----------------------------------
      * GRAVA TRILHA DE AUDITORIA DA OPERACAO REALIZADA NO CLIENTE
       8000-GRAVA-AUDITORIA SECTION.
