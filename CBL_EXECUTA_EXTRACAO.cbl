      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Modulo Compartilhado - Executa Extracao Definida
      * Tectonics: cobc
      ******************************************************************
      * EXECUTA UMA EXTRACAO GRAVADA EM EXTRACAO.IDX (MANTIDA EM
      * CBL_MENU_EXTRACAO): LE O ARQUIVO DE ORIGEM, APLICA OS FILTROS,
      * ORDENA PELO CAMPO ESCOLHIDO E GRAVA OS CAMPOS SELECIONADOS EM
      * EXT_<NOME>_<AAAAMMDD>.CSV, SEPARADO POR PONTO E VIRGULA, COM
      * UMA LINHA DE CABECALHO COM OS NOMES DOS CAMPOS.
      * A EXTRACAO SO RODA PARA O OPERADOR COM O PERFIL EXIGIDO NA
      * DEFINICAO (CADASTRO, EXECUCAO OU UTILITARIO); OPERADOR EM
      * BRANCO (PROCESSO BATCH) OU CADASTRO DE OPERADORES AUSENTE
      * (CONTINGENCIA) NAO SAO BARRADOS. CPF, CONTATO, TELEFONE E
      * E-MAIL SAEM MASCARADOS PARA QUEM NAO TEM A AUTORIZACAO DE
      * DADOS PESSOAIS. TODA EXECUCAO, INCLUSIVE A RECUSADA, FICA EM
      * AUDITORIA_GERAL.LOG E O CSV E REGISTRADO NO SPOOL CENTRAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EXECUTA_EXTRACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EXTRACAO ASSIGN TO DISK WID-ARQ-EXTRACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-EXD-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-EXD.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               ALTERNATE RECORD KEY IS FS-CLI-CNPJ
               ALTERNATE RECORD KEY IS FS-CLI-CD-VENDEDOR
                   WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PED-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PED.

           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-REC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REC.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PRO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PRO.

           SELECT ARQ-SAIDA ASSIGN TO WNM-ARQ-SAIDA
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-SAI.

           SELECT SORT-FILE ASSIGN TO DISK "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRACAO.

       COPY FS-ARQ-EXTRACAO.

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-PEDIDO.

       COPY FS-ARQ-PEDIDO.

       FD ARQ-RECEBER.

       COPY FS-ARQ-RECEBER.

       FD ARQ-PRODUTO.

       COPY FS-ARQ-PRODUTO.

       FD ARQ-SAIDA.
       01 ARQ-SAIDA-REC PIC X(420).

       SD  SORT-FILE.

       01  SORT-RECORD.
           05 SD-CHAVE-ORDEM       PIC X(040).
           05 SD-LINHA             PIC X(420).

       WORKING-STORAGE SECTION.
       COPY CPY_ID_ARQ_EXTRACAO.
       COPY CPY_ID_ARQ_OPERADOR.
       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_VENDEDOR.
       COPY CPY_ID_ARQ_PEDIDO.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_PRODUTO.

       77 FS-STAT-EXD PIC 9(02).
           88 FS-STAT-EXD-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 FS-STAT-PED PIC 9(02).
           88 FS-STAT-PED-OK         VALUE 00.

       77 FS-STAT-REC PIC 9(02).
           88 FS-STAT-REC-OK         VALUE 00.

       77 FS-STAT-PRO PIC 9(02).
           88 FS-STAT-PRO-OK         VALUE 00.

       77 FS-STAT-SAI PIC 9(02).
           88 FS-STAT-SAI-OK         VALUE 00.

       77 WNM-ARQ-SAIDA PIC X(50) VALUE SPACES.

       77 WS-FIM-SORT-FILE PIC X(01) VALUE 'N'.
           88 E-FIM-SORT-FILE VALUE 'S'.

       77 WS-AUTORIZADO PIC X VALUE 'N'.
           88 E-AUTORIZADO VALUE 'S'.

       77 WS-DADOS-PESSOAIS PIC X VALUE 'N'.
           88 PODE-DADOS-PESSOAIS VALUE 'S'.

       77 WS-SELECIONADO PIC X VALUE 'N'.
           88 E-SELECIONADO VALUE 'S'.

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

      * CAMPOS DA DEFINICAO RESOLVIDOS PARA A POSICAO NO CATALOGO
       01 WS-TAB-SELECAO.
           05 WS-SEL-CAT OCCURS 10 PIC 9(003).
       77 WS-SEL-QTD PIC 9(003) VALUE ZEROS.
       77 WS-SEL-IDX PIC 9(003) VALUE ZEROS.

       01 WS-TAB-FILTRO.
           05 WS-FIL OCCURS 3.
               10 WS-FIL-CAT       PIC 9(003).
               10 WS-FIL-OPERADOR  PIC X(002).
               10 WS-FIL-TXT-DE    PIC X(040).
               10 WS-FIL-TXT-ATE   PIC X(040).
               10 WS-FIL-NUM-DE    PIC S9(013)V99.
               10 WS-FIL-NUM-ATE   PIC S9(013)V99.
       77 WS-FIL-QTD PIC 9(003) VALUE ZEROS.
       77 WS-FIL-IDX PIC 9(003) VALUE ZEROS.

       77 WS-ORD-CAT PIC 9(003) VALUE ZEROS.

       77 WS-CAT-IDX   PIC 9(003) VALUE ZEROS.
       77 WS-CAT-ATU   PIC 9(003) VALUE ZEROS.
       77 WS-NM-BUSCA  PIC X(012) VALUE SPACES.

      * VALOR DO CAMPO CORRENTE, NAS DUAS FORMAS
       77 WS-VALOR-TXT   PIC X(040) VALUE SPACES.
       77 WS-VALOR-NUM   PIC S9(013)V99 VALUE ZEROS.
       77 WS-VALOR-SAIDA PIC X(040) VALUE SPACES.
       77 WS-ED-NUMERO   PIC -(13)9.
       77 WS-ED-VALOR    PIC -(13)9.99.
       77 WS-CPF-TXT     PIC 9(011) VALUE ZEROS.
       77 WS-CHAVE-NUM   PIC 9(016) VALUE ZEROS.
       77 WS-QT-LIDOS    PIC 9(009) VALUE ZEROS.

       01 WS-LINHA-CSV PIC X(420) VALUE SPACES.
       77 WS-PTR       PIC 9(003) VALUE 1.

       77 WS-MSG-LOG   PIC X(080) VALUE SPACES.
       77 WS-OPERACAO  PIC X(010) VALUE SPACES.

       COPY CPY_CATALOGO_EXTRACAO.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_GRAVA_AUDGERAL.

       COPY CPY_GRAVA_SPOOL.

       COPY CPY_MASCARA_DADOS.

       LINKAGE SECTION.

       COPY CPY_EXECUTA_EXTRACAO.

       PROCEDURE DIVISION USING LK-EXT-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-EXT-RC LK-EXT-QT-LINHAS WS-QT-LIDOS
           MOVE SPACES TO LK-EXT-NM-ARQUIVO
           MOVE "EXECUTA" TO WS-OPERACAO

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-EXTRACAO
           END-IF
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-OPERADOR
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-CLIENTE
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-VENDEDOR
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-PEDIDO
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-RECEBER
           MOVE WNM-PATH-EXTRACAO TO WNM-PATH-PRODUTO

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-LE-DEFINICAO
           IF NOT LK-EXT-RC-OK
               PERFORM 8000-REGISTRA-EXECUCAO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1100-VERIFICA-PERFIL
           IF NOT E-AUTORIZADO
               MOVE 8 TO LK-EXT-RC
               MOVE "NEGADO" TO WS-OPERACAO
               CLOSE ARQ-EXTRACAO
               PERFORM 8000-REGISTRA-EXECUCAO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1200-RESOLVE-CAMPOS
           IF NOT LK-EXT-RC-OK
               MOVE "INVALIDA" TO WS-OPERACAO
               CLOSE ARQ-EXTRACAO
               PERFORM 8000-REGISTRA-EXECUCAO
               PERFORM 9999-FINALIZA
           END-IF

           PERFORM 1300-ABRE-ORIGEM
           IF NOT LK-EXT-RC-OK
               MOVE "INVALIDA" TO WS-OPERACAO
               CLOSE ARQ-EXTRACAO
               PERFORM 8000-REGISTRA-EXECUCAO
               PERFORM 9999-FINALIZA
           END-IF

           MOVE "A" TO LK-MSK-FUNCAO
           MOVE LK-EXT-ID-OPERADOR TO LK-MSK-ID-OPERADOR
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           IF LK-MSK-RC-OK
               MOVE 'S' TO WS-DADOS-PESSOAIS
           ELSE
               MOVE 'N' TO WS-DADOS-PESSOAIS
           END-IF

           MOVE SPACES TO WNM-ARQ-SAIDA
           STRING "EXT_" DELIMITED BY SIZE
                  FS-EXD-NM-EXTRACAO DELIMITED BY SPACE
                  "_" WS-DT-HOJE ".CSV" DELIMITED BY SIZE
             INTO WNM-ARQ-SAIDA

           OPEN OUTPUT ARQ-SAIDA
           PERFORM 1400-GRAVA-CABECALHO

           MOVE "N" TO WS-FIM-SORT-FILE
           IF FS-EXD-DECRESCENTE
               SORT SORT-FILE
                   DESCENDING KEY SD-CHAVE-ORDEM
                   INPUT PROCEDURE 2000-SORT-INPUT
                   OUTPUT PROCEDURE 3000-SORT-OUTPUT
           ELSE
               SORT SORT-FILE
                   ASCENDING KEY SD-CHAVE-ORDEM
                   INPUT PROCEDURE 2000-SORT-INPUT
                   OUTPUT PROCEDURE 3000-SORT-OUTPUT
           END-IF

           CLOSE ARQ-SAIDA
           PERFORM 7000-FECHA-ORIGEM

      * DATA DA ULTIMA EXECUCAO NA DEFINICAO
           MOVE WS-DT-HOJE TO FS-EXD-DT-ULT-EXECUCAO
           REWRITE ARQ-EXTRACAO-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE ARQ-EXTRACAO

           MOVE WNM-ARQ-SAIDA TO LK-EXT-NM-ARQUIVO

           MOVE SPACES TO LK-SPL-ID-RELATORIO LK-SPL-DS-PARAMETROS
           STRING "EXTRACAO_" FS-EXD-NM-EXTRACAO
             DELIMITED BY SIZE INTO LK-SPL-ID-RELATORIO
           STRING "ORIGEM " FS-EXD-NM-ORIGEM
                  " LINHAS " LK-EXT-QT-LINHAS
             DELIMITED BY SIZE INTO LK-SPL-DS-PARAMETROS
           MOVE LK-EXT-ID-OPERADOR TO LK-SPL-ID-OPERADOR
           MOVE WNM-ARQ-SAIDA TO LK-SPL-NM-ARQUIVO
           CALL 'CBL_GRAVA_SPOOL' USING LK-SPL-PARAMETERS

           PERFORM 8000-REGISTRA-EXECUCAO

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE A DEFINICAO (O ARQUIVO FICA ABERTO PARA A DATA DA ULTIMA
      * EXECUCAO)
       1000-LE-DEFINICAO SECTION.

           OPEN I-O ARQ-EXTRACAO

           IF NOT FS-STAT-EXD-OK
               MOVE 4 TO LK-EXT-RC
               MOVE "NAO EXISTE" TO WS-OPERACAO
               GO TO 1000-LE-DEFINICAOX
           END-IF

           MOVE LK-EXT-NM-EXTRACAO TO FS-EXD-NM-EXTRACAO
           READ ARQ-EXTRACAO

           IF NOT FS-STAT-EXD-OK
               MOVE 4 TO LK-EXT-RC
               MOVE "NAO EXISTE" TO WS-OPERACAO
               CLOSE ARQ-EXTRACAO
           END-IF.

       1000-LE-DEFINICAOX. EXIT.

      * -----------------------------------
      * CONFERE O PERFIL EXIGIDO PELA DEFINICAO CONTRA O OPERADOR
       1100-VERIFICA-PERFIL SECTION.

           MOVE 'S' TO WS-AUTORIZADO

           IF FS-EXD-IND-PERFIL EQUAL SPACE OR
              LK-EXT-ID-OPERADOR EQUAL SPACES
               GO TO 1100-VERIFICA-PERFILX
           END-IF

           OPEN INPUT ARQ-OPERADOR

           IF NOT FS-STAT-OPE-OK
               GO TO 1100-VERIFICA-PERFILX
           END-IF

           MOVE 'N' TO WS-AUTORIZADO
           MOVE LK-EXT-ID-OPERADOR TO FS-OPE-ID
           READ ARQ-OPERADOR

           IF FS-STAT-OPE-OK AND NOT FS-OPE-INATIVO
               EVALUATE TRUE
                   WHEN FS-EXD-PERFIL-CADASTRO
                       IF FS-OPE-PODE-CADASTRO
                           MOVE 'S' TO WS-AUTORIZADO
                       END-IF
                   WHEN FS-EXD-PERFIL-EXECUCAO
                       IF FS-OPE-PODE-EXECUCAO
                           MOVE 'S' TO WS-AUTORIZADO
                       END-IF
                   WHEN FS-EXD-PERFIL-UTILITARIO
                       IF FS-OPE-PODE-UTILITARIO
                           MOVE 'S' TO WS-AUTORIZADO
                       END-IF
               END-EVALUATE
           END-IF

           CLOSE ARQ-OPERADOR.

       1100-VERIFICA-PERFILX. EXIT.

      * -----------------------------------
      * TROCA OS NOMES DE CAMPO DA DEFINICAO PELA POSICAO NO
      * CATALOGO; NOME FORA DO CATALOGO DA ORIGEM INVALIDA A EXTRACAO
       1200-RESOLVE-CAMPOS SECTION.

           MOVE ZEROS TO WS-SEL-QTD WS-FIL-QTD WS-ORD-CAT

           IF NOT FS-EXD-ORIGEM-OK
               MOVE 12 TO LK-EXT-RC
               GO TO 1200-RESOLVE-CAMPOSX
           END-IF

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > 10
               IF FS-EXD-NM-CAMPO(WS-SEL-IDX) NOT EQUAL SPACES
                   MOVE FS-EXD-NM-CAMPO(WS-SEL-IDX) TO WS-NM-BUSCA
                   PERFORM 5000-BUSCA-CATALOGO
                   IF WS-CAT-IDX EQUAL ZEROS
                       MOVE 12 TO LK-EXT-RC
                   ELSE
                       ADD 1 TO WS-SEL-QTD
                       MOVE WS-CAT-IDX TO WS-SEL-CAT(WS-SEL-QTD)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SEL-QTD EQUAL ZEROS
               MOVE 12 TO LK-EXT-RC
           END-IF

           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 3
               IF FS-EXD-FIL-CAMPO(WS-FIL-IDX) NOT EQUAL SPACES
                   MOVE FS-EXD-FIL-CAMPO(WS-FIL-IDX) TO WS-NM-BUSCA
                   PERFORM 5000-BUSCA-CATALOGO
                   IF WS-CAT-IDX EQUAL ZEROS OR
                      NOT FS-EXD-FIL-OPERADOR-OK(WS-FIL-IDX)
                       MOVE 12 TO LK-EXT-RC
                   ELSE
                       ADD 1 TO WS-FIL-QTD
                       MOVE WS-CAT-IDX TO WS-FIL-CAT(WS-FIL-QTD)
                       MOVE FS-EXD-FIL-OPERADOR(WS-FIL-IDX)
                         TO WS-FIL-OPERADOR(WS-FIL-QTD)
                       MOVE FUNCTION UPPER-CASE(
                            FS-EXD-FIL-VALOR-DE(WS-FIL-IDX))
                         TO WS-FIL-TXT-DE(WS-FIL-QTD)
                       MOVE FUNCTION UPPER-CASE(
                            FS-EXD-FIL-VALOR-ATE(WS-FIL-IDX))
                         TO WS-FIL-TXT-ATE(WS-FIL-QTD)
                       MOVE ZEROS TO WS-FIL-NUM-DE(WS-FIL-QTD)
                                     WS-FIL-NUM-ATE(WS-FIL-QTD)
                       IF FS-EXD-FIL-VALOR-DE(WS-FIL-IDX)
                          NOT EQUAL SPACES
                           COMPUTE WS-FIL-NUM-DE(WS-FIL-QTD) =
                               FUNCTION NUMVAL(
                               FS-EXD-FIL-VALOR-DE(WS-FIL-IDX))
                       END-IF
                       IF FS-EXD-FIL-VALOR-ATE(WS-FIL-IDX)
                          NOT EQUAL SPACES
                           COMPUTE WS-FIL-NUM-ATE(WS-FIL-QTD) =
                               FUNCTION NUMVAL(
                               FS-EXD-FIL-VALOR-ATE(WS-FIL-IDX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF FS-EXD-NM-CAMPO-ORDEM NOT EQUAL SPACES
               MOVE FS-EXD-NM-CAMPO-ORDEM TO WS-NM-BUSCA
               PERFORM 5000-BUSCA-CATALOGO
               IF WS-CAT-IDX EQUAL ZEROS
                   MOVE 12 TO LK-EXT-RC
               ELSE
                   MOVE WS-CAT-IDX TO WS-ORD-CAT
               END-IF
           END-IF.

       1200-RESOLVE-CAMPOSX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE ORIGEM E POSICIONA NO INICIO DA CHAVE
       1300-ABRE-ORIGEM SECTION.

           EVALUATE FS-EXD-NM-ORIGEM
               WHEN "CLIENTE"
                   OPEN INPUT ARQ-CLIENTE
                   IF NOT FS-STAT-CLI-OK
                       MOVE 12 TO LK-EXT-RC
                   END-IF
                   MOVE LOW-VALUES TO FS-CLI-KEY
               WHEN "VENDEDOR"
                   OPEN INPUT ARQ-VENDEDOR
                   IF NOT FS-STAT-VEN-OK
                       MOVE 12 TO LK-EXT-RC
                   END-IF
                   MOVE LOW-VALUES TO FS-VEN-KEY
               WHEN "PEDIDO"
                   OPEN INPUT ARQ-PEDIDO
                   IF NOT FS-STAT-PED-OK
                       MOVE 12 TO LK-EXT-RC
                   END-IF
                   MOVE LOW-VALUES TO FS-PED-KEY
               WHEN "RECEBER"
                   OPEN INPUT ARQ-RECEBER
                   IF NOT FS-STAT-REC-OK
                       MOVE 12 TO LK-EXT-RC
                   END-IF
                   MOVE LOW-VALUES TO FS-REC-KEY
               WHEN "PRODUTO"
                   OPEN INPUT ARQ-PRODUTO
                   IF NOT FS-STAT-PRO-OK
                       MOVE 12 TO LK-EXT-RC
                   END-IF
                   MOVE LOW-VALUES TO FS-PRO-KEY
           END-EVALUATE.

       1300-ABRE-ORIGEMX. EXIT.

      * -----------------------------------
      * CABECALHO DO CSV COM OS NOMES DOS CAMPOS SELECIONADOS
       1400-GRAVA-CABECALHO SECTION.

           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-PTR

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               IF WS-SEL-IDX GREATER 1
                   STRING ";" DELIMITED BY SIZE
                     INTO WS-LINHA-CSV WITH POINTER WS-PTR
               END-IF
               MOVE WS-SEL-CAT(WS-SEL-IDX) TO WS-CAT-ATU
               STRING WS-CAT-NM-CAMPO(WS-CAT-ATU) DELIMITED BY SPACE
                 INTO WS-LINHA-CSV WITH POINTER WS-PTR
           END-PERFORM

           MOVE WS-LINHA-CSV TO ARQ-SAIDA-REC
           WRITE ARQ-SAIDA-REC.

       1400-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * LE A ORIGEM INTEIRA, FILTRA E LIBERA PARA O SORT A LINHA CSV
      * JA MONTADA COM A CHAVE DE ORDENACAO
       2000-SORT-INPUT SECTION.

           EVALUATE FS-EXD-NM-ORIGEM
               WHEN "CLIENTE"
                   PERFORM 6000-LER-ARQ-CLIENTE
                   PERFORM UNTIL NOT FS-STAT-CLI-OK
                       PERFORM 2100-PROCESSA-REGISTRO
                       PERFORM 6000-LER-ARQ-CLIENTE
                   END-PERFORM
               WHEN "VENDEDOR"
                   PERFORM 6100-LER-ARQ-VENDEDOR
                   PERFORM UNTIL NOT FS-STAT-VEN-OK
                       PERFORM 2100-PROCESSA-REGISTRO
                       PERFORM 6100-LER-ARQ-VENDEDOR
                   END-PERFORM
               WHEN "PEDIDO"
                   PERFORM 6200-LER-ARQ-PEDIDO
                   PERFORM UNTIL NOT FS-STAT-PED-OK
                       PERFORM 2100-PROCESSA-REGISTRO
                       PERFORM 6200-LER-ARQ-PEDIDO
                   END-PERFORM
               WHEN "RECEBER"
                   PERFORM 6300-LER-ARQ-RECEBER
                   PERFORM UNTIL NOT FS-STAT-REC-OK
                       PERFORM 2100-PROCESSA-REGISTRO
                       PERFORM 6300-LER-ARQ-RECEBER
                   END-PERFORM
               WHEN "PRODUTO"
                   PERFORM 6400-LER-ARQ-PRODUTO
                   PERFORM UNTIL NOT FS-STAT-PRO-OK
                       PERFORM 2100-PROCESSA-REGISTRO
                       PERFORM 6400-LER-ARQ-PRODUTO
                   END-PERFORM
           END-EVALUATE.

       2000-SORT-INPUT-FIMX. EXIT.

      * -----------------------------------
      * REGISTRO CORRENTE DA ORIGEM: FILTROS, LINHA E CHAVE
       2100-PROCESSA-REGISTRO SECTION.

           ADD 1 TO WS-QT-LIDOS
           MOVE 'S' TO WS-SELECIONADO

           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FIL-QTD OR
                         NOT E-SELECIONADO
               MOVE WS-FIL-CAT(WS-FIL-IDX) TO WS-CAT-ATU
               PERFORM 4000-OBTEM-CAMPO
               PERFORM 2200-APLICA-FILTRO
           END-PERFORM

           IF NOT E-SELECIONADO
               GO TO 2100-PROCESSA-REGISTROX
           END-IF

           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-PTR

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-QTD
               IF WS-SEL-IDX GREATER 1
                   STRING ";" DELIMITED BY SIZE
                     INTO WS-LINHA-CSV WITH POINTER WS-PTR
               END-IF
               MOVE WS-SEL-CAT(WS-SEL-IDX) TO WS-CAT-ATU
               PERFORM 4000-OBTEM-CAMPO
               PERFORM 4500-FORMATA-CAMPO
               IF WS-VALOR-SAIDA NOT EQUAL SPACES
                   STRING FUNCTION TRIM(WS-VALOR-SAIDA)
                       DELIMITED BY SIZE
                     INTO WS-LINHA-CSV WITH POINTER WS-PTR
               END-IF
           END-PERFORM

      * CHAVE DE ORDENACAO: SEM CAMPO, A ORDEM DE LEITURA; NUMEROS
      * DESLOCADOS PARA ORDENAR COMO TEXTO
           MOVE SPACES TO SD-CHAVE-ORDEM
           IF WS-ORD-CAT EQUAL ZEROS
               MOVE WS-QT-LIDOS TO SD-CHAVE-ORDEM(1:9)
           ELSE
               MOVE WS-ORD-CAT TO WS-CAT-ATU
               PERFORM 4000-OBTEM-CAMPO
               IF WS-CAT-TEXTO(WS-CAT-ATU)
                   MOVE WS-VALOR-TXT TO SD-CHAVE-ORDEM
               ELSE
                   COMPUTE WS-CHAVE-NUM =
                       (WS-VALOR-NUM + 10000000000000) * 100
                   MOVE WS-CHAVE-NUM TO SD-CHAVE-ORDEM(1:16)
               END-IF
           END-IF

           MOVE WS-LINHA-CSV TO SD-LINHA
           RELEASE SORT-RECORD.

       2100-PROCESSA-REGISTROX. EXIT.

      * -----------------------------------
      * CONFERE O CAMPO CORRENTE CONTRA O FILTRO WS-FIL-IDX
       2200-APLICA-FILTRO SECTION.

           IF WS-CAT-TEXTO(WS-CAT-ATU)
               EVALUATE WS-FIL-OPERADOR(WS-FIL-IDX)
                   WHEN "IG"
                       IF WS-VALOR-TXT NOT EQUAL
                          WS-FIL-TXT-DE(WS-FIL-IDX)
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
                   WHEN "FX"
                       IF WS-VALOR-TXT LESS WS-FIL-TXT-DE(WS-FIL-IDX)
                          OR WS-VALOR-TXT GREATER
                             WS-FIL-TXT-ATE(WS-FIL-IDX)
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
                   WHEN "NB"
                       IF WS-VALOR-TXT EQUAL SPACES
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE WS-FIL-OPERADOR(WS-FIL-IDX)
                   WHEN "IG"
                       IF WS-VALOR-NUM NOT EQUAL
                          WS-FIL-NUM-DE(WS-FIL-IDX)
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
                   WHEN "FX"
                       IF WS-VALOR-NUM LESS WS-FIL-NUM-DE(WS-FIL-IDX)
                          OR WS-VALOR-NUM GREATER
                             WS-FIL-NUM-ATE(WS-FIL-IDX)
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
                   WHEN "NB"
                       IF WS-VALOR-NUM EQUAL ZEROS
                           MOVE 'N' TO WS-SELECIONADO
                       END-IF
               END-EVALUATE
           END-IF.

       2200-APLICA-FILTROX. EXIT.

      * -----------------------------------
      * GRAVA AS LINHAS NA ORDEM DEVOLVIDA PELO SORT
       3000-SORT-OUTPUT SECTION.

           RETURN SORT-FILE AT END
               MOVE "S" TO WS-FIM-SORT-FILE
           END-RETURN

           PERFORM UNTIL E-FIM-SORT-FILE
               MOVE SD-LINHA TO ARQ-SAIDA-REC
               WRITE ARQ-SAIDA-REC
               ADD 1 TO LK-EXT-QT-LINHAS

               RETURN SORT-FILE AT END
                   MOVE "S" TO WS-FIM-SORT-FILE
               END-RETURN
           END-PERFORM.

       3000-SORT-OUTPUT-FIMX. EXIT.

      * -----------------------------------
      * VALOR DO CAMPO WS-CAT-ATU NO REGISTRO CORRENTE DA ORIGEM
       4000-OBTEM-CAMPO SECTION.

           MOVE SPACES TO WS-VALOR-TXT
           MOVE ZEROS TO WS-VALOR-NUM

           EVALUATE WS-CAT-ORIGEM(WS-CAT-ATU)
               WHEN "CLIENTE"
                   PERFORM 4100-CAMPO-CLIENTE
               WHEN "VENDEDOR"
                   PERFORM 4200-CAMPO-VENDEDOR
               WHEN "PEDIDO"
                   PERFORM 4300-CAMPO-PEDIDO
               WHEN "RECEBER"
                   PERFORM 4400-CAMPO-RECEBER
               WHEN "PRODUTO"
                   PERFORM 4450-CAMPO-PRODUTO
           END-EVALUATE.

       4000-OBTEM-CAMPOX. EXIT.

      * -----------------------------------
      * CAMPOS DO CLIENTE (NUMERACAO DO CATALOGO)
       4100-CAMPO-CLIENTE SECTION.

           EVALUATE WS-CAT-NR-CAMPO(WS-CAT-ATU)
               WHEN 01 MOVE FS-CLI-CD-CLIENTE      TO WS-VALOR-NUM
               WHEN 02 MOVE FS-CLI-CNPJ            TO WS-VALOR-NUM
               WHEN 03 MOVE FS-CLI-NM-RAZAO-SOCIAL TO WS-VALOR-TXT
               WHEN 04 MOVE FS-CLI-CD-VENDEDOR     TO WS-VALOR-NUM
               WHEN 05 MOVE FS-CLI-IND-ATIVO       TO WS-VALOR-TXT
               WHEN 06 MOVE FS-CLI-CD-REGIAO       TO WS-VALOR-TXT
               WHEN 07 MOVE FS-CLI-NR-TELEFONE     TO WS-VALOR-TXT
               WHEN 08 MOVE FS-CLI-NM-CONTATO      TO WS-VALOR-TXT
               WHEN 09 MOVE FS-CLI-DS-EMAIL        TO WS-VALOR-TXT
               WHEN 10 MOVE FS-CLI-VL-LIM-CREDITO  TO WS-VALOR-NUM
               WHEN 11 MOVE FS-CLI-VL-EXPOSICAO    TO WS-VALOR-NUM
               WHEN 12 MOVE FS-CLI-IND-BLOQUEADO   TO WS-VALOR-TXT
               WHEN 13 MOVE FS-CLI-CLASSE-ABC      TO WS-VALOR-TXT
               WHEN 14 MOVE FS-CLI-NM-MUNICIPIO    TO WS-VALOR-TXT
               WHEN 15 MOVE FS-CLI-SG-UF           TO WS-VALOR-TXT
               WHEN 16 MOVE FS-CLI-NR-CEP          TO WS-VALOR-NUM
               WHEN 17
                   IF FS-CLI-NR-SCORE IS NUMERIC
                       MOVE FS-CLI-NR-SCORE        TO WS-VALOR-NUM
                   END-IF
               WHEN 18
                   IF FS-CLI-CD-REDE IS NUMERIC
                       MOVE FS-CLI-CD-REDE         TO WS-VALOR-NUM
                   END-IF
           END-EVALUATE.

       4100-CAMPO-CLIENTEX. EXIT.

      * -----------------------------------
      * CAMPOS DO VENDEDOR
       4200-CAMPO-VENDEDOR SECTION.

           EVALUATE WS-CAT-NR-CAMPO(WS-CAT-ATU)
               WHEN 01 MOVE FS-VEN-CD-VENDEDOR     TO WS-VALOR-NUM
               WHEN 02 MOVE FS-VEN-CPF             TO WS-VALOR-NUM
               WHEN 03 MOVE FS-VEN-NM-VENDEDOR     TO WS-VALOR-TXT
               WHEN 04 MOVE FS-VEN-CD-REGIAO       TO WS-VALOR-TXT
               WHEN 05 MOVE FS-VEN-PC-COMISSAO     TO WS-VALOR-NUM
               WHEN 06
                   IF FS-VEN-PC-DESC-MAXIMO IS NUMERIC
                       MOVE FS-VEN-PC-DESC-MAXIMO  TO WS-VALOR-NUM
                   END-IF
               WHEN 07 MOVE FS-VEN-IND-FUNCAO      TO WS-VALOR-TXT
               WHEN 08
                   IF FS-VEN-CD-SUPERIOR IS NUMERIC
                       MOVE FS-VEN-CD-SUPERIOR     TO WS-VALOR-NUM
                   END-IF
           END-EVALUATE.

       4200-CAMPO-VENDEDORX. EXIT.

      * -----------------------------------
      * CAMPOS DO PEDIDO
       4300-CAMPO-PEDIDO SECTION.

           EVALUATE WS-CAT-NR-CAMPO(WS-CAT-ATU)
               WHEN 01 MOVE FS-PED-NR-PEDIDO       TO WS-VALOR-NUM
               WHEN 02 MOVE FS-PED-CD-CLIENTE      TO WS-VALOR-NUM
               WHEN 03 MOVE FS-PED-CD-VENDEDOR     TO WS-VALOR-NUM
               WHEN 04 MOVE FS-PED-DT-PEDIDO       TO WS-VALOR-NUM
               WHEN 05 MOVE FS-PED-IND-SITUACAO    TO WS-VALOR-TXT
               WHEN 06 MOVE FS-PED-QT-ITENS        TO WS-VALOR-NUM
               WHEN 07 MOVE FS-PED-VL-TOTAL        TO WS-VALOR-NUM
               WHEN 08
                   IF FS-PED-DT-FATURAMENTO IS NUMERIC
                       MOVE FS-PED-DT-FATURAMENTO  TO WS-VALOR-NUM
                   END-IF
               WHEN 09
                   IF FS-PED-CD-CONDPAG IS NUMERIC
                       MOVE FS-PED-CD-CONDPAG      TO WS-VALOR-NUM
                   END-IF
               WHEN 10 MOVE FS-PED-TP-PEDIDO       TO WS-VALOR-TXT
               WHEN 11
                   IF FS-PED-CD-DEPOSITO IS NUMERIC
                       MOVE FS-PED-CD-DEPOSITO     TO WS-VALOR-NUM
                   END-IF
               WHEN 12
                   IF FS-PED-CD-FILIAL IS NUMERIC
                       MOVE FS-PED-CD-FILIAL       TO WS-VALOR-NUM
                   END-IF
           END-EVALUATE.

       4300-CAMPO-PEDIDOX. EXIT.

      * -----------------------------------
      * CAMPOS DO TITULO A RECEBER
       4400-CAMPO-RECEBER SECTION.

           EVALUATE WS-CAT-NR-CAMPO(WS-CAT-ATU)
               WHEN 01 MOVE FS-REC-NR-DOCUMENTO    TO WS-VALOR-NUM
               WHEN 02 MOVE FS-REC-CD-CLIENTE      TO WS-VALOR-NUM
               WHEN 03 MOVE FS-REC-CD-VENDEDOR     TO WS-VALOR-NUM
               WHEN 04 MOVE FS-REC-DT-EMISSAO      TO WS-VALOR-NUM
               WHEN 05 MOVE FS-REC-DT-VENCIMENTO   TO WS-VALOR-NUM
               WHEN 06 MOVE FS-REC-VL-DOCUMENTO    TO WS-VALOR-NUM
               WHEN 07 MOVE FS-REC-IND-SITUACAO    TO WS-VALOR-TXT
               WHEN 08
                   IF FS-REC-VL-PAGO IS NUMERIC
                       MOVE FS-REC-VL-PAGO         TO WS-VALOR-NUM
                   END-IF
               WHEN 09
                   IF FS-REC-DT-PAGAMENTO IS NUMERIC
                       MOVE FS-REC-DT-PAGAMENTO    TO WS-VALOR-NUM
                   END-IF
               WHEN 10
                   IF FS-REC-VL-ACRESCIMO IS NUMERIC
                       MOVE FS-REC-VL-ACRESCIMO    TO WS-VALOR-NUM
                   END-IF
               WHEN 11
                   IF FS-REC-NR-PEDIDO IS NUMERIC
                       MOVE FS-REC-NR-PEDIDO       TO WS-VALOR-NUM
                   END-IF
               WHEN 12
                   IF FS-REC-NR-PARCELA IS NUMERIC
                       MOVE FS-REC-NR-PARCELA      TO WS-VALOR-NUM
                   END-IF
               WHEN 13
                   IF FS-REC-NR-ESTAGIO-COB IS NUMERIC
                       MOVE FS-REC-NR-ESTAGIO-COB  TO WS-VALOR-NUM
                   END-IF
               WHEN 14
                   IF FS-REC-CD-FILIAL IS NUMERIC
                       MOVE FS-REC-CD-FILIAL       TO WS-VALOR-NUM
                   END-IF
           END-EVALUATE.

       4400-CAMPO-RECEBERX. EXIT.

      * -----------------------------------
      * CAMPOS DO PRODUTO
       4450-CAMPO-PRODUTO SECTION.

           EVALUATE WS-CAT-NR-CAMPO(WS-CAT-ATU)
               WHEN 01 MOVE FS-PRO-CD-PRODUTO      TO WS-VALOR-NUM
               WHEN 02 MOVE FS-PRO-DS-PRODUTO      TO WS-VALOR-TXT
               WHEN 03 MOVE FS-PRO-CD-UNIDADE      TO WS-VALOR-TXT
               WHEN 04 MOVE FS-PRO-QT-EMBALAGEM    TO WS-VALOR-NUM
               WHEN 05 MOVE FS-PRO-IND-ATIVO       TO WS-VALOR-TXT
               WHEN 06 MOVE FS-PRO-CD-FAMILIA      TO WS-VALOR-TXT
               WHEN 07 MOVE FS-PRO-IND-RETORNAVEL  TO WS-VALOR-TXT
               WHEN 08 MOVE FS-PRO-CD-VASILHAME    TO WS-VALOR-TXT
           END-EVALUATE.

       4450-CAMPO-PRODUTOX. EXIT.

      * -----------------------------------
      * FORMATA O CAMPO CORRENTE PARA O CSV, MASCARANDO O DADO
      * PESSOAL PARA QUEM NAO TEM A AUTORIZACAO
       4500-FORMATA-CAMPO SECTION.

           EVALUATE TRUE
               WHEN WS-CAT-TEXTO(WS-CAT-ATU)
                   MOVE WS-VALOR-TXT TO WS-VALOR-SAIDA
                   INSPECT WS-VALOR-SAIDA REPLACING ALL ";" BY ","
               WHEN WS-CAT-VALOR(WS-CAT-ATU)
                   MOVE WS-VALOR-NUM TO WS-ED-VALOR
                   MOVE WS-ED-VALOR TO WS-VALOR-SAIDA
               WHEN OTHER
                   MOVE WS-VALOR-NUM TO WS-ED-NUMERO
                   MOVE WS-ED-NUMERO TO WS-VALOR-SAIDA
           END-EVALUATE

           IF WS-CAT-MASCARA(WS-CAT-ATU) EQUAL SPACE OR
              PODE-DADOS-PESSOAIS
               GO TO 4500-FORMATA-CAMPOX
           END-IF

           MOVE WS-CAT-MASCARA(WS-CAT-ATU) TO LK-MSK-FUNCAO
           MOVE SPACES TO LK-MSK-DADO
           IF LK-MSK-CPF
               MOVE WS-VALOR-NUM TO WS-CPF-TXT
               MOVE WS-CPF-TXT TO LK-MSK-DADO(1:11)
           ELSE
               MOVE WS-VALOR-SAIDA TO LK-MSK-DADO
           END-IF
           CALL 'CBL_MASCARA_DADOS' USING LK-MSK-PARAMETERS
           MOVE LK-MSK-DADO TO WS-VALOR-SAIDA.

       4500-FORMATA-CAMPOX. EXIT.

      * -----------------------------------
      * POSICAO NO CATALOGO DO CAMPO WS-NM-BUSCA DA ORIGEM DA
      * DEFINICAO (ZERO QUANDO NAO EXISTE)
       5000-BUSCA-CATALOGO SECTION.

           MOVE ZEROS TO WS-CAT-IDX

           PERFORM VARYING WS-CAT-ATU FROM 1 BY 1
                   UNTIL WS-CAT-ATU > WS-CAT-QTD OR
                         WS-CAT-IDX GREATER ZEROS
               IF WS-CAT-ORIGEM(WS-CAT-ATU) EQUAL FS-EXD-NM-ORIGEM AND
                  WS-CAT-NM-CAMPO(WS-CAT-ATU) EQUAL WS-NM-BUSCA
                   MOVE WS-CAT-ATU TO WS-CAT-IDX
               END-IF
           END-PERFORM.

       5000-BUSCA-CATALOGOX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE PELA CHAVE
       6000-LER-ARQ-CLIENTE SECTION.

           START ARQ-CLIENTE KEY > FS-CLI-KEY
             NOT INVALID KEY
               READ ARQ-CLIENTE NEXT
               END-READ
           END-START.

       6000-LER-ARQ-CLIENTE-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR PELA CHAVE
       6100-LER-ARQ-VENDEDOR SECTION.

           START ARQ-VENDEDOR KEY > FS-VEN-KEY
             NOT INVALID KEY
               READ ARQ-VENDEDOR NEXT
               END-READ
           END-START.

       6100-LER-ARQ-VENDEDOR-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO PELA CHAVE
       6200-LER-ARQ-PEDIDO SECTION.

           START ARQ-PEDIDO KEY > FS-PED-KEY
             NOT INVALID KEY
               READ ARQ-PEDIDO NEXT
               END-READ
           END-START.

       6200-LER-ARQ-PEDIDO-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO TITULO PELA CHAVE
       6300-LER-ARQ-RECEBER SECTION.

           START ARQ-RECEBER KEY > FS-REC-KEY
             NOT INVALID KEY
               READ ARQ-RECEBER NEXT
               END-READ
           END-START.

       6300-LER-ARQ-RECEBER-FIMX. EXIT.

      * -----------------------------------
      * LE PROXIMO PRODUTO PELA CHAVE
       6400-LER-ARQ-PRODUTO SECTION.

           START ARQ-PRODUTO KEY > FS-PRO-KEY
             NOT INVALID KEY
               READ ARQ-PRODUTO NEXT
               END-READ
           END-START.

       6400-LER-ARQ-PRODUTO-FIMX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE ORIGEM
       7000-FECHA-ORIGEM SECTION.

           EVALUATE FS-EXD-NM-ORIGEM
               WHEN "CLIENTE"
                   CLOSE ARQ-CLIENTE
               WHEN "VENDEDOR"
                   CLOSE ARQ-VENDEDOR
               WHEN "PEDIDO"
                   CLOSE ARQ-PEDIDO
               WHEN "RECEBER"
                   CLOSE ARQ-RECEBER
               WHEN "PRODUTO"
                   CLOSE ARQ-PRODUTO
           END-EVALUATE.

       7000-FECHA-ORIGEMX. EXIT.

      * -----------------------------------
      * REGISTRA A EXECUCAO (OU A RECUSA) NO LOG E NA AUDITORIA
      * GERAL
       8000-REGISTRA-EXECUCAO SECTION.

           MOVE SPACES TO WS-MSG-LOG
           STRING "EXTRACAO " LK-EXT-NM-EXTRACAO " "
                  WS-OPERACAO " POR " LK-EXT-ID-OPERADOR
                  " LINHAS " LK-EXT-QT-LINHAS
             DELIMITED BY SIZE INTO WS-MSG-LOG
           MOVE "CBL_EXECUTA_EXTRACAO" TO LK-LOG-PROGRAMA
           MOVE WS-MSG-LOG TO LK-LOG-MENSAGEM
           CALL 'CBL_GRAVA_LOG' USING LK-LOG-PARAMETERS

           MOVE "EXTRACAO" TO LK-AGR-ENTIDADE
           MOVE LK-EXT-NM-EXTRACAO TO LK-AGR-CHAVE
           MOVE WS-OPERACAO TO LK-AGR-OPERACAO
           MOVE LK-EXT-ID-OPERADOR TO LK-AGR-USUARIO
           MOVE SPACES TO LK-AGR-ANTES LK-AGR-DEPOIS
           IF NOT LK-EXT-RC-NAO-EXISTE
               STRING "ORIGEM " FS-EXD-NM-ORIGEM
                      " PERFIL " FS-EXD-IND-PERFIL
                 DELIMITED BY SIZE INTO LK-AGR-ANTES
           END-IF
           STRING LK-EXT-QT-LINHAS " LINHAS " DELIMITED BY SIZE
                  WNM-ARQ-SAIDA DELIMITED BY SPACE
             INTO LK-AGR-DEPOIS
           CALL 'CBL_GRAVA_AUDGERAL' USING LK-AGR-PARAMETERS.

       8000-REGISTRA-EXECUCAOX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_EXECUTA_EXTRACAO.
