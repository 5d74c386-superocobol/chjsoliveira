       77 WS-AUT-EXECUCAO PIC X(001) VALUE 'N'.
       77 WS-AUT-UTILITARIO PIC X(001) VALUE 'N'.
       77 WS-AUT-REABERTURA PIC X(001) VALUE 'N'.
       77 WS-AUT-APROVACAO PIC X(001) VALUE 'N'.
       77 WS-AUT-DADOS-PESSOAIS PIC X(001) VALUE 'N'.
      * UMA POSICAO POR CODIGO DE FILIAL (1 A 9), "S" = TRABALHA NELA
       01 WS-IND-FILIAIS.
           05 WS-IND-FILIAL PIC X(001) OCCURS 9.
       77 WS-CD-FILIAL-VAL PIC 9(003) VALUE ZEROS.

       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.
       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

      * TRILHA DE AUDITORIA GENERICA DA MANUTENCAO
       77 WS-AUD-DEPOIS  PIC X(060) VALUE SPACES.
       77 WS-AUD-CHAVE   PIC X(030) VALUE SPACES.
       77 WS-AUD-OPER    PIC X(010) VALUE SPACES.
       77 WS-PERFIL-ANT PIC X(060) VALUE SPACES.

       COPY CPY_ID_ARQ_OPERADOR.


       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_CONSULTA_FILIAL.

       COPY screenio.

       LINKAGE SECTION.
               10 COLUMN PLUS 2 PIC X USING WS-AUT-UTILITARIO.
               10 LINE 15 COLUMN 02 VALUE "Reabre Periodo (S/N):".
               10 COLUMN PLUS 2 PIC X USING WS-AUT-REABERTURA.
               10 LINE 16 COLUMN 02 VALUE "Aprova Cadastro(S/N):".
               10 COLUMN PLUS 2 PIC X USING WS-AUT-APROVACAO.
               10 LINE 17 COLUMN 02 VALUE "Filiais 1 a 9  (S/N):".
               10 COLUMN PLUS 2 PIC X(09) USING WS-IND-FILIAIS.
               10 COLUMN PLUS 2 VALUE "(BRANCO=TODAS)".
               10 LINE 18 COLUMN 02 VALUE "Dados Pessoais (S/N):".
               10 COLUMN PLUS 2 PIC X USING WS-AUT-DADOS-PESSOAIS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                          WS-NOME
           MOVE 'N' TO WS-AUT-CADASTRO WS-AUT-EXECUCAO
                       WS-AUT-UTILITARIO WS-AUT-REABERTURA
                       WS-AUT-APROVACAO WS-AUT-DADOS-PESSOAIS
           MOVE SPACES TO WS-IND-FILIAIS

           PERFORM 5000-ABRIR-ARQ-OPERADOR

                   WHEN WS-ID-OPERADOR NOT EQUAL SPACES AND
                        WS-PIN NOT EQUAL SPACES AND
                        WS-NOME NOT EQUAL SPACES
                        PERFORM 6500-VALIDA-FILIAIS
                        IF FILIAL-VALIDA
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
                   WHEN OTHER
                        STRING
                          "FAVOR INFORMAR Operador, PIN e Nome"
               MOVE WS-AUT-EXECUCAO   TO FS-OPE-AUT-EXECUCAO
               MOVE WS-AUT-UTILITARIO TO FS-OPE-AUT-UTILITARIO
               MOVE WS-AUT-REABERTURA TO FS-OPE-AUT-REABERTURA
               MOVE WS-AUT-APROVACAO  TO FS-OPE-AUT-APROVACAO
               MOVE WS-AUT-DADOS-PESSOAIS
                 TO FS-OPE-AUT-DADOS-PESSOAIS
               MOVE WS-IND-FILIAIS    TO FS-OPE-FILIAIS

               WRITE ARQ-OPERADOR-REC
               INVALID KEY
                   MOVE FS-OPE-AUT-EXECUCAO   TO WS-AUT-EXECUCAO
                   MOVE FS-OPE-AUT-UTILITARIO TO WS-AUT-UTILITARIO
                   MOVE FS-OPE-AUT-REABERTURA TO WS-AUT-REABERTURA
                   MOVE FS-OPE-AUT-APROVACAO  TO WS-AUT-APROVACAO
                   MOVE 'N' TO WS-AUT-DADOS-PESSOAIS
                   IF FS-OPE-PODE-DADOS-PESSOAIS
                       MOVE FS-OPE-AUT-DADOS-PESSOAIS
                         TO WS-AUT-DADOS-PESSOAIS
                   END-IF
                   MOVE FS-OPE-FILIAIS TO WS-IND-FILIAIS
                   PERFORM 8100-MONTA-PERFIL-AUD
                   MOVE WS-AUD-DEPOIS TO WS-PERFIL-ANT

                   EVALUATE TRUE
                       WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                            MOVE 'S' TO W-VAL-ENTRADA
                       WHEN WS-NOME EQUAL SPACES
                            MOVE "FAVOR INFORMAR O Nome" TO WS-MSGERRO
                            PERFORM 9000-MOSTRA-ERRO
                       WHEN OTHER
                            PERFORM 6500-VALIDA-FILIAIS
                   END-EVALUATE

                   IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
                      WS-NOME NOT EQUAL SPACES AND FILIAL-VALIDA
                       MOVE WS-NOME TO FS-OPE-NOME
                       IF WS-PIN NOT EQUAL FS-OPE-PIN
                           MOVE WS-PIN TO FS-OPE-PIN
                           MOVE ZEROS TO FS-OPE-NR-PIN-HASH
                                         FS-OPE-QT-FALHAS
                           MOVE 'S' TO FS-OPE-IND-TROCA-PIN
                       END-IF
                       MOVE WS-AUT-CADASTRO
                         TO FS-OPE-AUT-CADASTRO
                       MOVE WS-AUT-EXECUCAO
                         TO FS-OPE-AUT-EXECUCAO
                       MOVE WS-AUT-UTILITARIO
                         TO FS-OPE-AUT-UTILITARIO
                       MOVE WS-AUT-REABERTURA
                         TO FS-OPE-AUT-REABERTURA
                       MOVE WS-AUT-APROVACAO
                         TO FS-OPE-AUT-APROVACAO
                       MOVE WS-AUT-DADOS-PESSOAIS
                         TO FS-OPE-AUT-DADOS-PESSOAIS
                       MOVE WS-IND-FILIAIS
                         TO FS-OPE-FILIAIS
                       MOVE 'S' TO W-VAL-ENTRADA
                   END-IF
               END-IF

           END-PERFORM.

       8000-GRAVA-AUDGERALX. EXIT.

      * -----------------------------------
      * CADA POSICAO ACEITA S, N OU BRANCO; AS FILIAIS MARCADAS COM
      * "S" PRECISAM ESTAR NO CADASTRO DE FILIAIS (A MATRIZ, FILIAL 1,
      * E ACEITA MESMO SEM O CADASTRO)
       6500-VALIDA-FILIAIS SECTION.

           MOVE 'S' TO WS-FILIAL-OK
           INSPECT WS-IND-FILIAIS CONVERTING "sn" TO "SN"

           PERFORM VARYING WS-CD-FILIAL-VAL FROM 1 BY 1
                   UNTIL WS-CD-FILIAL-VAL > 9 OR NOT FILIAL-VALIDA
               EVALUATE WS-IND-FILIAL(WS-CD-FILIAL-VAL)
                   WHEN "S"
                       PERFORM 6510-CONFERE-FILIAL
                   WHEN "N"
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-FILIAL-OK
                       MOVE "FILIAIS: INFORME S OU N EM CADA POSICAO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

       6500-VALIDA-FILIAISX. EXIT.

      * -----------------------------------
      * CONFERE UMA FILIAL DO OPERADOR NO CADASTRO
       6510-CONFERE-FILIAL SECTION.

           IF WS-CD-FILIAL-VAL GREATER 1
               MOVE "L" TO LK-FIL-FUNCAO
               MOVE WS-CD-FILIAL-VAL TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               IF NOT LK-FIL-RC-OK
                   MOVE 'N' TO WS-FILIAL-OK
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       6510-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * MONTA A IMAGEM DO PERFIL DO OPERADOR PARA A AUDITORIA (O
      * PIN E O HASH NUNCA ENTRAM NA TRILHA)
                  " EXE=" WS-AUT-EXECUCAO
                  " UTI=" WS-AUT-UTILITARIO
                  " REA=" WS-AUT-REABERTURA
                  " APR=" WS-AUT-APROVACAO
                  " LGP=" WS-AUT-DADOS-PESSOAIS
                  " FIL=" WS-IND-FILIAIS
             DELIMITED BY SIZE INTO WS-AUD-DEPOIS.

       8100-MONTA-PERFIL-AUDX. EXIT.
