      * DOIS TERMINAIS NUNCA RECEBAM O MESMO NUMERO; A FUNCAO "A"
      * AJUSTA O CONTADOR QUANDO O OPERADOR GRAVOU UM CODIGO
      * INFORMADO A MAO (FAIXAS RESERVADAS HISTORICAS).
      * COM FILIAL DE 2 A 9 INFORMADA, A ENTIDADE TEM UMA SERIE POR
      * FILIAL (CHAVE = 7 PRIMEIRAS LETRAS DA ENTIDADE + FILIAL) QUE
      * COMECA EM FILIAL * 1000000 + 1, DE MODO QUE O PRIMEIRO DIGITO
      * DO NUMERO IDENTIFICA A FILIAL E OS NUMEROS CONTINUAM UNICOS
      * NOS ARQUIVOS COMPARTILHADOS; A MATRIZ SEGUE NA SERIE HISTORICA
      * (ABAIXO DE 2000000). A FUNCAO "V" APENAS CONFERE SE UM CODIGO
      * INFORMADO A MAO PERTENCE A FAIXA DA FILIAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_PROXIMO_CODIGO.
       ENVIRONMENT DIVISION.
           88 FS-STAT-CTL-OK         VALUE 00.
           88 FS-STAT-CTL-NAO-EXISTE VALUE 35.

      * CHAVE DO CONTADOR E FAIXA DE CODIGOS DA FILIAL
       01 WS-CHAVE-FILIAL.
           05 WS-CHV-ENTIDADE    PIC X(007).
           05 WS-CHV-FILIAL      PIC 9(003).

       77 WS-CD-FILIAL       PIC 9(003) VALUE ZEROS.
       77 WS-CODIGO-INICIAL  PIC 9(007) VALUE ZEROS.
       77 WS-CODIGO-FINAL    PIC 9(007) VALUE ZEROS.

       LINKAGE SECTION.

       COPY CPY_PROXIMO_CODIGO.

           MOVE ZEROS TO LK-CTL-RC

           PERFORM 1000-DEFINE-SERIE

           IF LK-CTL-VALIDA
               IF LK-CTL-CODIGO LESS WS-CODIGO-INICIAL OR
                  LK-CTL-CODIGO GREATER WS-CODIGO-FINAL
                   MOVE 8 TO LK-CTL-RC
               END-IF
               PERFORM 9999-FINALIZA
           END-IF

           OPEN I-O ARQ-CONTROLE

           IF FS-STAT-CTL-NAO-EXISTE

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * DEFINE A CHAVE DO CONTADOR E A FAIXA DE CODIGOS DA FILIAL
       1000-DEFINE-SERIE SECTION.

           MOVE 1 TO WS-CD-FILIAL
           IF LK-CTL-CD-FILIAL IS NUMERIC AND
              LK-CTL-CD-FILIAL GREATER 1 AND
              LK-CTL-CD-FILIAL LESS 10
               MOVE LK-CTL-CD-FILIAL TO WS-CD-FILIAL
           END-IF

           IF WS-CD-FILIAL EQUAL 1
               MOVE LK-CTL-ENTIDADE TO FS-CTL-ENTIDADE
               MOVE 1 TO WS-CODIGO-INICIAL
               MOVE 1999999 TO WS-CODIGO-FINAL
           ELSE
               MOVE LK-CTL-ENTIDADE TO WS-CHV-ENTIDADE
               MOVE WS-CD-FILIAL TO WS-CHV-FILIAL
               MOVE WS-CHAVE-FILIAL TO FS-CTL-ENTIDADE
               COMPUTE WS-CODIGO-INICIAL = WS-CD-FILIAL * 1000000 + 1
               COMPUTE WS-CODIGO-FINAL = WS-CD-FILIAL * 1000000
                                       + 999999
           END-IF.

       1000-DEFINE-SERIEX. EXIT.

      * -----------------------------------
      * SORTEIA O PROXIMO CODIGO LIVRE DA ENTIDADE SOB BLOQUEIO DE
      * REGISTRO E JA AVANCA O CONTADOR
       2000-SORTEIA-PROXIMO SECTION.

           READ ARQ-CONTROLE WITH LOCK

           IF FS-STAT-CTL-OK
      * SERIE DA FILIAL ESGOTADA: NAO INVADE A FAIXA DA PROXIMA
               IF WS-CD-FILIAL GREATER 1 AND
                  FS-CTL-PROX-CODIGO GREATER WS-CODIGO-FINAL
                   MOVE 8 TO LK-CTL-RC
                   GO TO 2000-SORTEIA-PROXIMOX
               END-IF
               MOVE FS-CTL-PROX-CODIGO TO LK-CTL-CODIGO
               ADD 1 TO FS-CTL-PROX-CODIGO
               REWRITE ARQ-CONTROLE-REC
                       MOVE 8 TO LK-CTL-RC
               END-REWRITE
           ELSE
      * PRIMEIRO USO DA ENTIDADE: COMECA DO CODIGO 1 (NA FILIAL, DO
      * PRIMEIRO CODIGO DA FAIXA)
               PERFORM 1000-DEFINE-SERIE
               MOVE WS-CODIGO-INICIAL TO LK-CTL-CODIGO
               COMPUTE FS-CTL-PROX-CODIGO = WS-CODIGO-INICIAL + 1
               WRITE ARQ-CONTROLE-REC
                   INVALID KEY
                       MOVE 8 TO LK-CTL-RC
      * MANUALMENTE PELO OPERADOR
       2100-AJUSTA-CONTADOR SECTION.

           READ ARQ-CONTROLE WITH LOCK

           IF FS-STAT-CTL-OK
                   END-REWRITE
               END-IF
           ELSE
               PERFORM 1000-DEFINE-SERIE
               COMPUTE FS-CTL-PROX-CODIGO = LK-CTL-CODIGO + 1
               WRITE ARQ-CONTROLE-REC
                   INVALID KEY
