
       77 WS-CD-REGIAO PIC X(004).
       77 WS-PC-COMISSAO PIC 9(002)V99 VALUE ZEROS.
       77 WS-PC-DESC-MAXIMO PIC 9(002)V99 VALUE ZEROS.

      * HIERARQUIA DE VENDAS (V VENDEDOR, S SUPERVISOR, G GERENTE) E
      * A POSICAO ANTES DA ALTERACAO, PARA O HISTORICO MENSAL
       77 WS-IND-FUNCAO PIC X(001) VALUE "V".
           88 E-FUNCAO-VALIDA VALUES ARE "V" "S" "G".
       77 WS-CD-SUPERIOR PIC 9(007) VALUE ZEROS.
       77 WS-IND-FUNCAO-ANT PIC X(001) VALUE "V".
       77 WS-CD-SUPERIOR-ANT PIC 9(007) VALUE ZEROS.

       77 WS-HIERARQUIA-OK PIC X VALUE 'S'.
           88 HIERARQUIA-VALIDA VALUE 'S'.

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       01 WS-VENDEDOR-REC.
           05 WS-KEY.

       COPY CPY_PROXIMO_CODIGO.

       COPY CPY_EQUIPE_VENDEDOR.

       COPY screenio.

       LINKAGE SECTION.
               10 COLUMN PLUS 2 PIC X(04) USING WS-CD-REGIAO.
               10 LINE 16 COLUMN 13 VALUE "Comissao %:".
               10 COLUMN PLUS 2 PIC 9(02).99 USING WS-PC-COMISSAO.
               10 LINE 17 COLUMN 10 VALUE "Desc Maximo %:".
               10 COLUMN PLUS 2 PIC 9(02).99 USING WS-PC-DESC-MAXIMO.
               10 LINE 18 COLUMN 10 VALUE "Funcao (V/S/G):".
               10 COLUMN PLUS 1 PIC X(01) USING WS-IND-FUNCAO.
               10 COLUMN PLUS 2 VALUE
                  "V-Vendedor S-Supervisor G-Gerente".
               10 LINE 19 COLUMN 15 VALUE "Superior:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-CD-SUPERIOR
                  BLANK WHEN ZEROS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-VENDEDOR-REC WS-VENDEDOR-REC WS-CD-REGIAO
           MOVE ZEROS TO WS-PC-COMISSAO WS-PC-DESC-MAXIMO
           MOVE "V" TO WS-IND-FUNCAO
           MOVE ZEROS TO WS-CD-SUPERIOR

      * OFERECE O PROXIMO CODIGO LIVRE, AINDA ALTERAVEL PELO
      * OPERADOR PARA AS FAIXAS RESERVADAS HISTORICAS

               PERFORM 6500-VALIDA-CPF
               PERFORM 6900-VALIDA-REGIAO
               PERFORM 6950-VALIDA-HIERARQUIA

               EVALUATE TRUE
                   WHEN NOT CPF-VALIDO AND WS-CPF GREATER ZEROS
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT REGIAO-VALIDA
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN NOT HIERARQUIA-VALIDA
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN FS-STAT-VEN-OK
                        MOVE "CPF DUPLICADO, NAO INSERIDO"
                          TO WS-MSGERRO
               MOVE WS-VENDEDOR-REC TO ARQ-VENDEDOR-REC
               MOVE WS-CD-REGIAO TO FS-VEN-CD-REGIAO
               MOVE WS-PC-COMISSAO TO FS-VEN-PC-COMISSAO
               MOVE WS-PC-DESC-MAXIMO TO FS-VEN-PC-DESC-MAXIMO
               MOVE WS-IND-FUNCAO TO FS-VEN-IND-FUNCAO
               MOVE WS-CD-SUPERIOR TO FS-VEN-CD-SUPERIOR

               WRITE ARQ-VENDEDOR-REC
               INVALID KEY
               IF FS-STAT-VEN-OK
                   MOVE "WRITE" TO LK-JNL-OPERACAO
                   PERFORM 8600-JORNAL-VENDEDOR
                   MOVE WS-IND-FUNCAO  TO WS-IND-FUNCAO-ANT
                   MOVE WS-CD-SUPERIOR TO WS-CD-SUPERIOR-ANT
                   PERFORM 8700-HISTORICO-EQUIPE
               END-IF

               IF FS-STAT-VEN-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-DADOS FS-VEN-DADOS WS-CD-REGIAO
               MOVE ZEROS TO WS-PC-COMISSAO WS-PC-DESC-MAXIMO
               MOVE "V" TO WS-IND-FUNCAO
               MOVE ZEROS TO WS-CD-SUPERIOR

               ACCEPT SS-CHAVE

                   MOVE ARQ-VENDEDOR-REC TO WS-VENDEDOR-REC
                   MOVE FS-VEN-CD-REGIAO TO WS-CD-REGIAO
                   MOVE FS-VEN-PC-COMISSAO TO WS-PC-COMISSAO
                   IF FS-VEN-PC-DESC-MAXIMO NUMERIC
                       MOVE FS-VEN-PC-DESC-MAXIMO TO WS-PC-DESC-MAXIMO
                   END-IF
                   IF FS-VEN-GESTOR
                       MOVE FS-VEN-IND-FUNCAO TO WS-IND-FUNCAO
                   END-IF
                   IF FS-VEN-CD-SUPERIOR NUMERIC
                       MOVE FS-VEN-CD-SUPERIOR TO WS-CD-SUPERIOR
                   END-IF
                   MOVE WS-IND-FUNCAO  TO WS-IND-FUNCAO-ANT
                   MOVE WS-CD-SUPERIOR TO WS-CD-SUPERIOR-ANT

                   ACCEPT SS-DADOS

                   MOVE WS-VL-LONGITUDE TO FS-VEN-VL-LONGITUDE
                   MOVE WS-CD-REGIAO TO FS-VEN-CD-REGIAO
                   MOVE WS-PC-COMISSAO TO FS-VEN-PC-COMISSAO
                   MOVE WS-PC-DESC-MAXIMO TO FS-VEN-PC-DESC-MAXIMO
                   MOVE WS-IND-FUNCAO TO FS-VEN-IND-FUNCAO
                   MOVE WS-CD-SUPERIOR TO FS-VEN-CD-SUPERIOR

                   START ARQ-VENDEDOR
                      KEY = FS-VEN-CPF

                   PERFORM 6500-VALIDA-CPF
                   PERFORM 6900-VALIDA-REGIAO
                   PERFORM 6950-VALIDA-HIERARQUIA

                   EVALUATE TRUE
                       WHEN NOT CPF-VALIDO AND WS-CPF GREATER ZEROS
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT REGIAO-VALIDA
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN NOT HIERARQUIA-VALIDA
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN FS-STAT-VEN-OK AND
                            WS-CD-VENDEDOR NOT EQUAL FS-VEN-CD-VENDEDOR
                            MOVE "CPF DUPLICADO NAO ATUALIZADO"
               IF FS-STAT-VEN-OK
                   MOVE "REWRITE" TO LK-JNL-OPERACAO
                   PERFORM 8600-JORNAL-VENDEDOR
                   IF WS-IND-FUNCAO  NOT EQUAL WS-IND-FUNCAO-ANT OR
                      WS-CD-SUPERIOR NOT EQUAL WS-CD-SUPERIOR-ANT
                       PERFORM 8700-HISTORICO-EQUIPE
                   END-IF
               END-IF

               IF FS-STAT-VEN-OK

       6900-VALIDA-REGIAOX. EXIT.

      * -----------------------------------
      * VALIDA A FUNCAO E O SUPERIOR: O SUPERIOR DO VENDEDOR E UM
      * SUPERVISOR, O DO SUPERVISOR E UM GERENTE E O GERENTE NAO TEM
      * SUPERIOR (SUPERIOR ZERO = AINDA SEM EQUIPE)
       6950-VALIDA-HIERARQUIA SECTION.

           MOVE 'S' TO WS-HIERARQUIA-OK

           IF WS-IND-FUNCAO EQUAL SPACES
               MOVE "V" TO WS-IND-FUNCAO
           END-IF

           EVALUATE TRUE
               WHEN NOT E-FUNCAO-VALIDA
                   MOVE 'N' TO WS-HIERARQUIA-OK
                   MOVE "FUNCAO INVALIDA (V/S/G)" TO WS-MSGERRO
               WHEN WS-CD-SUPERIOR EQUAL ZEROS
                   CONTINUE
               WHEN WS-IND-FUNCAO EQUAL "G"
                   MOVE 'N' TO WS-HIERARQUIA-OK
                   MOVE "GERENTE NAO TEM SUPERIOR" TO WS-MSGERRO
               WHEN WS-CD-SUPERIOR EQUAL WS-CD-VENDEDOR
                   MOVE 'N' TO WS-HIERARQUIA-OK
                   MOVE "O SUPERIOR NAO PODE SER O PROPRIO VENDEDOR"
                     TO WS-MSGERRO
               WHEN OTHER
                   ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
                   MOVE "C" TO LK-EQP-FUNCAO
                   MOVE WS-CD-SUPERIOR TO LK-EQP-CD-VENDEDOR
                   MOVE WS-DT-HOJE(1:6) TO LK-EQP-ANO-MES
                   CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS
                   EVALUATE TRUE
                       WHEN NOT LK-EQP-RC-OK
                           MOVE 'N' TO WS-HIERARQUIA-OK
                           MOVE "SUPERIOR NAO CADASTRADO" TO WS-MSGERRO
                       WHEN WS-IND-FUNCAO EQUAL "V" AND
                            LK-EQP-IND-FUNCAO NOT EQUAL "S"
                           MOVE 'N' TO WS-HIERARQUIA-OK
                           MOVE "SUPERIOR DEVE SER UM SUPERVISOR"
                             TO WS-MSGERRO
                       WHEN WS-IND-FUNCAO EQUAL "S" AND
                            LK-EQP-IND-FUNCAO NOT EQUAL "G"
                           MOVE 'N' TO WS-HIERARQUIA-OK
                           MOVE "SUPERIOR DEVE SER UM GERENTE"
                             TO WS-MSGERRO
                   END-EVALUATE
           END-EVALUATE.

       6950-VALIDA-HIERARQUIAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAÍDA
       5000-ABRIR-ARQ-VENDEDOR  SECTION.

       8600-JORNAL-VENDEDORX. EXIT.

      * -----------------------------------
      * REGISTRA A NOVA POSICAO NA HIERARQUIA A PARTIR DO MES
      * CORRENTE; OS MESES ANTERIORES MANTEM A EQUIPE DE ENTAO
       8700-HISTORICO-EQUIPE SECTION.

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE "G" TO LK-EQP-FUNCAO
           MOVE FS-VEN-CD-VENDEDOR TO LK-EQP-CD-VENDEDOR
           MOVE WS-DT-HOJE(1:6)    TO LK-EQP-ANO-MES
           MOVE WS-IND-FUNCAO      TO LK-EQP-IND-FUNCAO
           MOVE WS-CD-SUPERIOR     TO LK-EQP-CD-SUPERIOR
           MOVE WS-IND-FUNCAO-ANT  TO LK-EQP-IND-FUNCAO-ANT
           MOVE WS-CD-SUPERIOR-ANT TO LK-EQP-CD-SUPERIOR-ANT
           CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

           IF NOT LK-EQP-RC-OK
               MOVE "ERRO AO GRAVAR O HISTORICO DA EQUIPE" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF.

       8700-HISTORICO-EQUIPEX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
