      * E PRECOS) E TRAILER COM CONTAGEM E HASH DE VALOR QUE O LADO
      * FISCAL CONFERE. RODAR DE NOVO COM A MESMA DATA REGERA O
      * ARQUIVO QUANDO O DESTINO PERDE O ORIGINAL.
      * O EXTRATO E POR FILIAL (CADA UMA TEM O SEU CNPJ): A MATRIZ
      * SEGUE EM EXTRATO_FISCAL_<DATA>.TXT E AS DEMAIS FILIAIS SAEM EM
      * EXTRATO_FISCAL_<DATA>_F<FILIAL>.TXT, COM O CNPJ EMITENTE NO
      * HEADER. FILIAL ZERO GERA UM ARQUIVO PARA CADA FILIAL
      * CADASTRADA QUE O OPERADOR PODE VER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EXTRATO_FISCAL.
       ENVIRONMENT DIVISION.

       01 WQT-TOTAIS.
           05 WQT-ARQ-PEDIDOS PIC 9(9) VALUE ZEROS.
           05 WQT-TOT-PEDIDOS PIC 9(9) VALUE ZEROS.

      * FILIAL PEDIDA NA TELA (ZERO = TODAS) E FILIAL DO ARQUIVO EM
      * GERACAO
       77 WS-CD-FILIAL-SEL PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-EXT PIC 9(003) VALUE ZEROS.
       77 WS-CD-FILIAL-PED PIC 9(003) VALUE ZEROS.
       77 WS-CNPJ-FILIAL   PIC 9(014) VALUE ZEROS.
       77 WS-SUFIXO-FILIAL PIC X(005) VALUE SPACES.

       77 WS-FILIAL-OK PIC X VALUE 'N'.
           88 FILIAL-VALIDA VALUE 'S'.

      * LINHA DE PEDIDO DO LAYOUT FIXO
       01 WS-LINHA-PEDIDO.

       COPY CPY_GRAVA_LOG.

       COPY CPY_CONSULTA_FILIAL.

       COPY screenio.

       LINKAGE SECTION.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
           05 LK-MODO-BATCH  PIC X VALUE SPACES.
               88 LK-BATCH-SIM VALUES ARE "S" "s".
           05 LK-OPERADOR    PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01 SS-CLS.
           05 LINE 10 COLUMN 05 VALUE
              "Data do Extrato (AAAAMMDD, REPETIR PARA REGERAR):".
           05 COLUMN PLUS 2 PIC 9(008) USING WS-DT-EXTRATO.
           05 LINE 11 COLUMN 05 VALUE
              "Filial (ZERO = TODAS):".
           05 COLUMN PLUS 2 PIC 9(003) USING WS-CD-FILIAL-SEL.

       01 SS-TELA-RESULTADO.
           05 LINE 13 COLUMN 05 VALUE "Pedidos Extraidos:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-TOT-PEDIDOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.

           MOVE "EXTRATO FISCAL" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE ZEROS TO WQT-TOTAIS WS-VL-HASH WS-CD-FILIAL-SEL

           ACCEPT WS-DT-EXTRATO FROM DATE YYYYMMDD

               MOVE 'S' TO WS-MODO-BATCH
           END-IF

      * OPERADOR DE UMA FILIAL SO JA VEM COM ELA NA TELA
           IF NOT E-MODO-BATCH
               MOVE "O" TO LK-FIL-FUNCAO
               MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
               MOVE ZEROS TO LK-FIL-CD-FILIAL
               CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS
               MOVE LK-FIL-CD-FILIAL-UNICA TO WS-CD-FILIAL-SEL

               DISPLAY SS-CLS
               DISPLAY SS-TELA-PARAM
               ACCEPT SS-TELA-PARAM
           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC AND
              WS-DT-EXTRATO GREATER ZEROS

               IF WS-CD-FILIAL-SEL GREATER ZEROS
                   MOVE WS-CD-FILIAL-SEL TO WS-CD-FILIAL-EXT
                   PERFORM 1000-CONFERE-FILIAL
                   IF FILIAL-VALIDA
                       PERFORM 1100-GERA-EXTRATO-FILIAL
                   ELSE
                       MOVE "FILIAL NAO CADASTRADA OU SEM ACESSO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       PERFORM 9999-FINALIZA
                   END-IF
               ELSE
                   PERFORM VARYING WS-CD-FILIAL-EXT FROM 1 BY 1
                           UNTIL WS-CD-FILIAL-EXT > 9
                       PERFORM 1000-CONFERE-FILIAL
                       IF FILIAL-VALIDA
                           PERFORM 1100-GERA-EXTRATO-FILIAL
                       END-IF
                   END-PERFORM
               END-IF

               MOVE "EXTRATO FISCAL GERADO COM SUCESSO" TO WS-MSGERRO
               IF E-MODO-BATCH
                   DISPLAY WS-MSGERRO

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * A FILIAL ENTRA NO EXTRATO SE ESTIVER CADASTRADA (A MATRIZ
      * SEMPRE ENTRA) E SE O OPERADOR PUDER TRABALHAR NELA; GUARDA O
      * CNPJ EMITENTE PARA O HEADER
       1000-CONFERE-FILIAL SECTION.

           MOVE 'N' TO WS-FILIAL-OK
           MOVE ZEROS TO WS-CNPJ-FILIAL

           MOVE "L" TO LK-FIL-FUNCAO
           MOVE WS-CD-FILIAL-EXT TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF NOT LK-FIL-RC-OK AND WS-CD-FILIAL-EXT NOT EQUAL 1
               GO TO 1000-CONFERE-FILIALX
           END-IF
           MOVE LK-FIL-CNPJ TO WS-CNPJ-FILIAL

           MOVE "O" TO LK-FIL-FUNCAO
           MOVE LK-OPERADOR TO LK-FIL-ID-OPERADOR
           MOVE WS-CD-FILIAL-EXT TO LK-FIL-CD-FILIAL
           CALL 'CBL_CONSULTA_FILIAL' USING LK-FIL-PARAMETERS

           IF LK-FIL-RC-NEGADO
               GO TO 1000-CONFERE-FILIALX
           END-IF

           MOVE 'S' TO WS-FILIAL-OK.

       1000-CONFERE-FILIALX. EXIT.

      * -----------------------------------
      * GERA O EXTRATO E O RESUMO DE TRIBUTOS DE UMA FILIAL
       1100-GERA-EXTRATO-FILIAL SECTION.

           MOVE ZEROS TO WQT-ARQ-PEDIDOS WS-VL-HASH

           MOVE SPACES TO WS-SUFIXO-FILIAL
           IF WS-CD-FILIAL-EXT GREATER 1
               STRING "_F" WS-CD-FILIAL-EXT DELIMITED BY SIZE
                 INTO WS-SUFIXO-FILIAL
           END-IF

           MOVE SPACES TO WNM-ARQ-EXTRATO
           STRING "EXTRATO_FISCAL_" DELIMITED BY SIZE
                  WS-DT-EXTRATO     DELIMITED BY SIZE
                  WS-SUFIXO-FILIAL  DELIMITED BY SPACE
                  ".TXT"            DELIMITED BY SIZE
             INTO WNM-ARQ-EXTRATO

           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PEDITEM
           OPEN OUTPUT ARQ-EXTRATO

           MOVE 'N' TO WS-TRIBUTO-ABERTO
           OPEN INPUT ARQ-TRIBUTO
           IF FS-STAT-TRB-OK
               MOVE 'S' TO WS-TRIBUTO-ABERTO
           END-IF
           MOVE ZEROS TO WS-VL-ICMS-TOT WS-VL-IPI-TOT

           PERFORM 2000-GRAVA-HEADER
           PERFORM 2100-EXTRAI-PEDIDOS
           PERFORM 2200-GRAVA-TRAILER

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-EXTRATO

           IF E-TRIBUTO-ABERTO
               CLOSE ARQ-TRIBUTO
           END-IF

           PERFORM 2300-GRAVA-RESUMO-TRIBUTOS

           ADD WQT-ARQ-PEDIDOS TO WQT-TOT-PEDIDOS.

       1100-GERA-EXTRATO-FILIALX. EXIT.

      * -----------------------------------
      * GRAVA O HEADER DO PADRAO DE INTERCAMBIO
       2000-GRAVA-HEADER SECTION.
           STRING "HDR;EXTRATO_FISCAL;" DELIMITED BY SIZE
                  WS-DT-EXTRATO         DELIMITED BY SIZE
                  ";CBL_EXTRATO_FISC"   DELIMITED BY SIZE
                  ";F"                  DELIMITED BY SIZE
                  WS-CD-FILIAL-EXT      DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-CNPJ-FILIAL        DELIMITED BY SIZE
             INTO WS-HDR-TRL-LINHA

           MOVE SPACES TO ARQ-EXTRATO-REC

           PERFORM UNTIL NOT FS-STAT-PED-OK

               MOVE 1 TO WS-CD-FILIAL-PED
               IF FS-PED-CD-FILIAL IS NUMERIC AND
                  FS-PED-CD-FILIAL GREATER ZEROS
                   MOVE FS-PED-CD-FILIAL TO WS-CD-FILIAL-PED
               END-IF

               IF FS-PED-FATURADO AND
                  FS-PED-DT-FATURAMENTO IS NUMERIC AND
                  FS-PED-DT-FATURAMENTO EQUAL WS-DT-EXTRATO AND
                  WS-CD-FILIAL-PED EQUAL WS-CD-FILIAL-EXT
                   PERFORM 6100-GRAVA-PEDIDO
               END-IF


           MOVE SPACES TO WNM-ARQ-RESUMO
           STRING "RESUMO_TRIBUTOS_" DELIMITED BY SIZE
                  WS-DT-EXTRATO DELIMITED BY SIZE
                  WS-SUFIXO-FILIAL DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
             INTO WNM-ARQ-RESUMO

           OPEN OUTPUT ARQ-RESUMO
