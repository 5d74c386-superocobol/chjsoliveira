      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Cadastro de Filiais - CRUD
      * Tectonics: cobc
      ******************************************************************
      * MANTEM O CADASTRO DE FILIAIS (ARQ-FILIAL) COM O CNPJ, A
      * INSCRICAO ESTADUAL E O ENDERECO DE CADA ESTABELECIMENTO DA
      * FRANQUIA. A FILIAL 1 E A MATRIZ: TUDO O QUE FOI GRAVADO ANTES
      * DAS FILIAIS PERTENCE A ELA. CADA DEPOSITO PERTENCE A UMA
      * FILIAL, E POR ELE O ESTOQUE, A DISTRIBUICAO, AS REGIOES E OS
      * CLIENTES E VENDEDORES DAS REGIOES FICAM NA FILIAL DO DEPOSITO.
      * O CODIGO VAI DE 1 A 9 PORQUE O PRIMEIRO DIGITO DO NUMERO DE
      * PEDIDO E DE TITULO IDENTIFICA A FILIAL (CBL_PROXIMO_CODIGO).
      * A EXCLUSAO APENAS INATIVA A FILIAL; A MATRIZ NAO E INATIVADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_FILIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-FIL-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FILIAL.

       COPY FS-ARQ-FILIAL.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
           05 WS-OP PIC X(53) VALUE SPACES.

       77 WS-DS-OPCAO PIC X(30) VALUE "ESCOLHA A OPCAO.".
       77 WS-DS-SAIR PIC  X(30) VALUE "EXC PARA RETORNAR.".
       77 WS-DS-OPCAO-ERR PIC X(30) VALUE "OPCAO INVALIDA.".

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-ALTERAR   VALUE IS "2".
           88 E-EXCLUIR   VALUE IS "3".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE "1" "2" "3" "X" "x".

       77 W-VAL-ENTRADA PIC X.
           88 W-VAL-ENTRADA-OK VALUE 'S'.

       77 FS-STAT-FIL PIC 9(02).
           88 FS-STAT-FIL-OK         VALUE 00.
           88 FS-STAT-FIL-EOF        VALUE 10 23.
           88 FS-STAT-FIL-CANCELA    VALUE 99.
           88 FS-STAT-FIL-NAO-EXISTE VALUE 35.
           88 FS-STAT-FIL-DUP        VALUE 21.
           88 FS-STAT-FIL-EM-USO     VALUE 51.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUML-ANT PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).

       77 WS-MSGERRO PIC X(80).

       77 WS-DADOS-OK PIC X VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.

       01 WS-TELA-FILIAL.
           05 WS-CD-FILIAL       PIC 9(003) VALUE ZEROS.
           05 WS-CNPJ            PIC 9(014) VALUE ZEROS.
           05 WS-NM-RAZAO-SOCIAL PIC X(040) VALUE SPACES.
           05 WS-NR-INSCR-ESTADUAL PIC X(015) VALUE SPACES.
           05 WS-DS-LOGRADOURO   PIC X(040) VALUE SPACES.
           05 WS-NR-ENDERECO     PIC X(008) VALUE SPACES.
           05 WS-NM-MUNICIPIO    PIC X(030) VALUE SPACES.
           05 WS-SG-UF           PIC X(002) VALUE SPACES.
           05 WS-NR-CEP          PIC 9(008) VALUE ZEROS.

       01 WS-CNPJ-VALIDA.
           05 WS-CNPJ-NUM         PIC 9(14).
           05 WS-CNPJ-DIG REDEFINES WS-CNPJ-NUM.
               10 WS-CNPJ-D       OCCURS 14 PIC 9.

       77 WS-CNPJ-OK  PIC X VALUE 'S'.
           88 CNPJ-VALIDO VALUE 'S'.

       77 WS-CNPJ-SOMA  PIC 9(005).
       77 WS-CNPJ-RESTO PIC 9(005).
       77 WS-CNPJ-DV1   PIC 9.
       77 WS-CNPJ-DV2   PIC 9.
       77 WS-CNPJ-IDX   PIC 9(002).

       01 WS-CNPJ-PESO1.
           05 FILLER PIC 9(002) VALUE 5.
           05 FILLER PIC 9(002) VALUE 4.
           05 FILLER PIC 9(002) VALUE 3.
           05 FILLER PIC 9(002) VALUE 2.
           05 FILLER PIC 9(002) VALUE 9.
           05 FILLER PIC 9(002) VALUE 8.
           05 FILLER PIC 9(002) VALUE 7.
           05 FILLER PIC 9(002) VALUE 6.
           05 FILLER PIC 9(002) VALUE 5.
           05 FILLER PIC 9(002) VALUE 4.
           05 FILLER PIC 9(002) VALUE 3.
           05 FILLER PIC 9(002) VALUE 2.
       01 WS-CNPJ-PESO1-T REDEFINES WS-CNPJ-PESO1.
           05 WS-CNPJ-P1 OCCURS 12 PIC 9(002).

       01 WS-CNPJ-PESO2.
           05 FILLER PIC 9(002) VALUE 6.
           05 FILLER PIC 9(002) VALUE 5.
           05 FILLER PIC 9(002) VALUE 4.
           05 FILLER PIC 9(002) VALUE 3.
           05 FILLER PIC 9(002) VALUE 2.
           05 FILLER PIC 9(002) VALUE 9.
           05 FILLER PIC 9(002) VALUE 8.
           05 FILLER PIC 9(002) VALUE 7.
           05 FILLER PIC 9(002) VALUE 6.
           05 FILLER PIC 9(002) VALUE 5.
           05 FILLER PIC 9(002) VALUE 4.
           05 FILLER PIC 9(002) VALUE 3.
           05 FILLER PIC 9(002) VALUE 2.
       01 WS-CNPJ-PESO2-T REDEFINES WS-CNPJ-PESO2.
           05 WS-CNPJ-P2 OCCURS 13 PIC 9(002).

       COPY CPY_ID_ARQ_FILIAL.

       COPY CPY_GRAVA_LOG.

       COPY CPY_LE_PARAMETRO.

       COPY screenio.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(70) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML-ANT COLUMN 1 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-FILIAL.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "Codigo Filial (1-9):".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-CD-FILIAL.
           05 SS-DADOS.
               10 LINE 09 COLUMN 24 VALUE "CNPJ:".
               10 COLUMN PLUS 2 PIC 9(14) USING WS-CNPJ.
               10 LINE 10 COLUMN 16 VALUE "Razao Social:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-NM-RAZAO-SOCIAL.
               10 LINE 11 COLUMN 12 VALUE "Inscr. Estadual:".
               10 COLUMN PLUS 2 PIC X(15) USING WS-NR-INSCR-ESTADUAL.
               10 LINE 12 COLUMN 18 VALUE "Logradouro:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-DS-LOGRADOURO.
               10 LINE 13 COLUMN 22 VALUE "Numero:".
               10 COLUMN PLUS 2 PIC X(08) USING WS-NR-ENDERECO.
               10 LINE 14 COLUMN 19 VALUE "Municipio:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-NM-MUNICIPIO.
               10 LINE 15 COLUMN 26 VALUE "UF:".
               10 COLUMN PLUS 2 PIC X(02) USING WS-SG-UF.
               10 LINE 16 COLUMN 25 VALUE "CEP:".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-NR-CEP.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-FILIAL
           END-IF

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-FILIAL.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           MOVE SPACES TO WS-OPCAO

           ACCEPT WS-NUML FROM LINES
           COMPUTE WS-NUML-ANT = WS-NUML - 1
           ACCEPT WS-NUMC FROM COLUMNS

           PERFORM UNTIL E-ENCERRAR
               MOVE "FILIAIS" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM 1000-ACS-INCLUIR-FILIAL
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-ALTERAR
                       PERFORM 1100-ACS-ALTERAR-FILIAL
                       MOVE SPACES TO WS-OPCAO
                   WHEN E-EXCLUIR
                       PERFORM 1200-ACS-EXCLUIR-FILIAL
                       MOVE SPACES TO WS-OPCAO
                   WHEN NOT E-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-EVALUATE
           END-PERFORM.

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * INCLUI FILIAL
       1000-ACS-INCLUIR-FILIAL SECTION.

           MOVE "FILIAIS - 01 - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FILIAL-REC
           INITIALIZE WS-TELA-FILIAL

           PERFORM 5000-ABRIR-ARQ-FILIAL

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-FILIAL

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                   WHEN WS-CD-FILIAL EQUAL ZEROS OR
                        WS-CD-FILIAL GREATER 9
                        MOVE "CODIGO DA FILIAL DEVE SER DE 1 A 9"
                          TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 6500-VALIDA-DADOS
                        IF DADOS-VALIDOS
                            MOVE 'S' TO W-VAL-ENTRADA
                        END-IF
               END-EVALUATE

           END-PERFORM.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK

               MOVE WS-CD-FILIAL TO FS-FIL-CD-FILIAL
               PERFORM 6600-MOVE-TELA-REGISTRO
               MOVE 'S'          TO FS-FIL-IND-ATIVO

               WRITE ARQ-FILIAL-REC
               INVALID KEY
                   MOVE "FILIAL JA EXISTE" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-FIL-KEY
               END-WRITE

               IF FS-STAT-FIL-OK
                   MOVE "FILIAL ADICIONADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-FILIAL.

       1000-ACS-INCLUIR-FILIAL-FIMX. EXIT.

      * -----------------------------------
      * ALTERA FILIAL
       1100-ACS-ALTERAR-FILIAL SECTION.

           MOVE "FILIAIS - 02 - ALTERAR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FILIAL-REC
           INITIALIZE WS-TELA-FILIAL

           PERFORM 5000-ABRIR-ARQ-FILIAL

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS

               ACCEPT SS-CHAVE

               MOVE WS-CD-FILIAL TO FS-FIL-CD-FILIAL

               PERFORM 6000-LER-ARQ-FILIAL

               IF FS-STAT-FIL-EOF
                   MOVE "FILIAL NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FIL-EM-USO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FIL-OK
                   MOVE FS-FIL-CNPJ            TO WS-CNPJ
                   MOVE FS-FIL-NM-RAZAO-SOCIAL TO WS-NM-RAZAO-SOCIAL
                   MOVE FS-FIL-NR-INSCR-ESTADUAL
                     TO WS-NR-INSCR-ESTADUAL
                   MOVE FS-FIL-DS-LOGRADOURO   TO WS-DS-LOGRADOURO
                   MOVE FS-FIL-NR-ENDERECO     TO WS-NR-ENDERECO
                   MOVE FS-FIL-NM-MUNICIPIO    TO WS-NM-MUNICIPIO
                   MOVE FS-FIL-SG-UF           TO WS-SG-UF
                   MOVE FS-FIL-NR-CEP          TO WS-NR-CEP

                   ACCEPT SS-DADOS

                   IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                       MOVE 'S' TO W-VAL-ENTRADA
                   ELSE
                       PERFORM 6500-VALIDA-DADOS
                       IF DADOS-VALIDOS
                           PERFORM 6600-MOVE-TELA-REGISTRO
                           MOVE 'S' TO W-VAL-ENTRADA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND FS-STAT-FIL-OK

               REWRITE ARQ-FILIAL-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE ZEROS TO FS-FIL-KEY
               END-REWRITE

               IF FS-STAT-FIL-OK
                   MOVE "FILIAL ALTERADA COM SUCESSO" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

           PERFORM 7000-FECHA-ARQ-FILIAL.

       1100-ACS-ALTERAR-FILIAL-FIMX. EXIT.

      * -----------------------------------
      * EXCLUI FILIAL (MARCA COMO INATIVA)
       1200-ACS-EXCLUIR-FILIAL SECTION.

           MOVE "FILIAIS - 03 - EXCLUIR" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA
           MOVE SPACES TO WS-ERRO

           MOVE SPACES TO ARQ-FILIAL-REC
           INITIALIZE WS-TELA-FILIAL

           PERFORM 5000-ABRIR-ARQ-FILIAL

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-FILIAL-REC

               ACCEPT SS-CHAVE

               MOVE WS-CD-FILIAL TO FS-FIL-CD-FILIAL

               PERFORM 6000-LER-ARQ-FILIAL

               IF FS-STAT-FIL-EOF
                   MOVE "FILIAL NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "N" TO W-VAL-ENTRADA
               END-IF

               IF FS-STAT-FIL-EM-USO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FIL-OK AND FS-FIL-CD-FILIAL EQUAL 1
                   MOVE "A MATRIZ (FILIAL 1) NAO PODE SER INATIVADA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE 99 TO FS-STAT-FIL
               END-IF

               IF FS-STAT-FIL-OK AND FS-FIL-INATIVO
                   MOVE "FILIAL JA ESTA INATIVA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-FIL-OK AND NOT FS-FIL-INATIVO
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DA FILIAL (S/N)?"
                     TO WS-MSGERRO

                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE 'N' TO FS-FIL-IND-ATIVO
                       REWRITE ARQ-FILIAL-REC
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                       END-REWRITE
                       MOVE SPACES TO WS-ERRO
                       IF FS-STAT-FIL-OK
                           MOVE "FILIAL EXCLUIDA COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ERRO
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-FILIAL.

       1200-ACS-EXCLUIR-FILIALX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE FILIAIS PARA ENTRADA E SAIDA
       5000-ABRIR-ARQ-FILIAL SECTION.

           OPEN I-O ARQ-FILIAL.

           IF FS-STAT-FIL-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-FILIAL
               PERFORM 7000-FECHA-ARQ-FILIAL
               OPEN I-O ARQ-FILIAL
           END-IF.

       5000-ABRIR-ARQ-FILIALX. EXIT.

      * -----------------------------------
      * LE A FILIAL COM BLOQUEIO PARA ALTERAR OU INATIVAR
       6000-LER-ARQ-FILIAL SECTION.

           IF COB-CRT-STATUS EQUAL COB-SCR-OK
               READ ARQ-FILIAL WITH LOCK
           ELSE
               MOVE 99  TO FS-STAT-FIL
               MOVE 'S' TO W-VAL-ENTRADA
           END-IF.

       6000-LER-ARQ-FILIAL-FIMX. EXIT.

      * -----------------------------------
      * CONFERE OS DADOS FISCAIS OBRIGATORIOS DA FILIAL
       6500-VALIDA-DADOS SECTION.

           MOVE 'N' TO WS-DADOS-OK

           INSPECT WS-SG-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE TRUE
               WHEN WS-CNPJ EQUAL ZEROS OR
                    WS-NM-RAZAO-SOCIAL EQUAL SPACES OR
                    WS-DS-LOGRADOURO EQUAL SPACES OR
                    WS-NM-MUNICIPIO EQUAL SPACES OR
                    WS-SG-UF EQUAL SPACES
                   STRING
                     "FAVOR INFORMAR CNPJ, Razao Social, "
                     "Logradouro, Municipio e UF" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   GO TO 6500-VALIDA-DADOSX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 6510-VALIDA-CNPJ

           IF NOT CNPJ-VALIDO
               MOVE "CNPJ INVALIDO (DIGITO VERIFICADOR)" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               GO TO 6500-VALIDA-DADOSX
           END-IF

           MOVE 'S' TO WS-DADOS-OK.

       6500-VALIDA-DADOSX. EXIT.

      * -----------------------------------
      * VALIDA OS DIGITOS VERIFICADORES DO CNPJ INFORMADO
       6510-VALIDA-CNPJ SECTION.

           MOVE 'S' TO WS-CNPJ-OK
           MOVE WS-CNPJ TO WS-CNPJ-NUM
           MOVE ZEROS TO WS-CNPJ-SOMA

           PERFORM VARYING WS-CNPJ-IDX FROM 1 BY 1
                   UNTIL WS-CNPJ-IDX > 12
               COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                   (WS-CNPJ-D(WS-CNPJ-IDX) * WS-CNPJ-P1(WS-CNPJ-IDX))
           END-PERFORM

           COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11)
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV1
           ELSE
               COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
           END-IF

           MOVE ZEROS TO WS-CNPJ-SOMA
           PERFORM VARYING WS-CNPJ-IDX FROM 1 BY 1
                   UNTIL WS-CNPJ-IDX > 12
               COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                   (WS-CNPJ-D(WS-CNPJ-IDX) * WS-CNPJ-P2(WS-CNPJ-IDX))
           END-PERFORM
           COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
               (WS-CNPJ-DV1 * WS-CNPJ-P2(13))

           COMPUTE WS-CNPJ-RESTO = FUNCTION MOD(WS-CNPJ-SOMA, 11)
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV2
           ELSE
               COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
           END-IF

           IF WS-CNPJ-D(13) NOT EQUAL WS-CNPJ-DV1 OR
              WS-CNPJ-D(14) NOT EQUAL WS-CNPJ-DV2
               MOVE 'N' TO WS-CNPJ-OK
           END-IF.

       6510-VALIDA-CNPJX. EXIT.

      * -----------------------------------
      * LEVA OS DADOS DA TELA PARA O REGISTRO DA FILIAL
       6600-MOVE-TELA-REGISTRO SECTION.

           MOVE WS-CNPJ              TO FS-FIL-CNPJ
           MOVE WS-NM-RAZAO-SOCIAL   TO FS-FIL-NM-RAZAO-SOCIAL
           MOVE WS-NR-INSCR-ESTADUAL TO FS-FIL-NR-INSCR-ESTADUAL
           MOVE WS-DS-LOGRADOURO     TO FS-FIL-DS-LOGRADOURO
           MOVE WS-NR-ENDERECO       TO FS-FIL-NR-ENDERECO
           MOVE WS-NM-MUNICIPIO      TO FS-FIL-NM-MUNICIPIO
           MOVE WS-SG-UF             TO FS-FIL-SG-UF
           MOVE WS-NR-CEP            TO FS-FIL-NR-CEP.

       6600-MOVE-TELA-REGISTROX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE FILIAIS
       7000-FECHA-ARQ-FILIAL SECTION.

           CLOSE ARQ-FILIAL.

       7000-FECHA-ARQ-FILIALX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.

           MOVE "CBL_MENU_FILIAL" TO LK-LOG-PROGRAMA
           MOVE WS-MSGERRO TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       9000-MOSTRA-ERROX. EXIT.
      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

            GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_MENU_FILIAL.
