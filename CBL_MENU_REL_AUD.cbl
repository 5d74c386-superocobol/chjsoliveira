      * Purpose: Consulta da Trilha de Auditoria com Filtros
      * Tectonics: cobc
      ******************************************************************
      * TELEFONE, CONTATO E E-MAIL DO ANTES/DEPOIS SAEM MASCARADOS
      * (NA TELA E NO ARQUIVO) PARA O OPERADOR SEM A AUTORIZACAO DE
      * DADOS PESSOAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_REL_AUD.
       ENVIRONMENT DIVISION.
       77 WS-ED-NUM-ANTES  PIC -9(3).9(8).
       77 WS-ED-NUM-DEPOIS PIC -9(3).9(8).

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.

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

       COPY CPY_MASCARA_DADOS.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
               10 COLUMN PLUS 2 PIC X(20) USING WS-FIL-USUARIO.
               10 COLUMN PLUS 4 VALUE "Cliente:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-FIL-CD-CLIENTE.
               10 LINE 03 COLUMN 60 VALUE "Filial (0=TODAS):".
               10 COLUMN PLUS 1 PIC 9(03) USING WS-CD-FILIAL-SEL.
               10 LINE 04 COLUMN 2 VALUE "Operacao:".
               10 COLUMN PLUS 2 PIC X(10) USING WS-FIL-OPERACAO.
               10 COLUMN PLUS 4 VALUE "Entidade(Br=CLIENTE):".
           MOVE SPACES      TO WS-FIL-USUARIO WS-FIL-OPERACAO
                               WS-FIL-ENTIDADE

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           END-IF

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
           IF WS-FIL-OPERACAO NOT EQUAL SPACES AND
              FS-AUD-OPERACAO NOT EQUAL WS-FIL-OPERACAO
               MOVE 'N' TO WS-FIL-OK
           END-IF

      * A FILIAL DO CLIENTE E A DA REGIAO GRAVADA NA TRILHA (A DE
      * ANTES QUANDO O CLIENTE FOI EXCLUIDO)
           IF FIL-OK AND NOT E-TODAS-FILIAIS
               MOVE FS-AUD-CD-REGIAO-DEPOIS TO WS-CD-REGIAO-FIL
               IF WS-CD-REGIAO-FIL EQUAL SPACES
                   MOVE FS-AUD-CD-REGIAO-ANTES TO WS-CD-REGIAO-FIL
               END-IF
               PERFORM 1910-FILIAL-REGIAO
               IF WS-CD-FILIAL-REG NOT EQUAL WS-CD-FILIAL-SEL
                   MOVE 'N' TO WS-FIL-OK
               END-IF
           END-IF.

       6500-VERIFICA-FILTROX. EXIT.
               MOVE "TELEFONE"     TO WS-DIF-CAMPO
               MOVE FS-AUD-NR-TELEFONE-ANTES  TO WS-DIF-ANTES
               MOVE FS-AUD-NR-TELEFONE-DEPOIS TO WS-DIF-DEPOIS
               MOVE "F" TO LK-MSK-FUNCAO
               PERFORM 6850-MASCARA-DIF
               PERFORM 6800-MOSTRA-LINHA-DIF
           END-IF

               MOVE "CONTATO"      TO WS-DIF-CAMPO
               MOVE FS-AUD-NM-CONTATO-ANTES  TO WS-DIF-ANTES
               MOVE FS-AUD-NM-CONTATO-DEPOIS TO WS-DIF-DEPOIS
               MOVE "T" TO LK-MSK-FUNCAO
               PERFORM 6850-MASCARA-DIF
               PERFORM 6800-MOSTRA-LINHA-DIF
           END-IF

               MOVE "EMAIL"        TO WS-DIF-CAMPO
               MOVE FS-AUD-DS-EMAIL-ANTES  TO WS-DIF-ANTES
               MOVE FS-AUD-DS-EMAIL-DEPOIS TO WS-DIF-DEPOIS
               MOVE "E" TO LK-MSK-FUNCAO
               PERFORM 6850-MASCARA-DIF
               PERFORM 6800-MOSTRA-LINHA-DIF
           END-IF


       6800-MOSTRA-LINHA-DIFX. EXIT.

      * -----------------------------------
      * MASCARA O ANTES E O DEPOIS DE UM DADO PESSOAL (FUNCAO JA EM
      * LK-MSK-FUNCAO) QUANDO O OPERADOR NAO TEM A AUTORIZACAO
       6850-MASCARA-DIF SECTION.

           IF PODE-DADOS-PESSOAIS
               GO TO 6850-MASCARA-DIFX
           END-IF

           MOVE WS-DIF-ANTES TO LK-MSK-DADO
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-DIF-ANTES

           MOVE WS-DIF-DEPOIS TO LK-MSK-DADO
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-DIF-DEPOIS.

       6850-MASCARA-DIFX. EXIT.

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
