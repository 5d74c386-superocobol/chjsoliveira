      * ARQ-PEDIDO, A EXPECTATIVA PRO-RATA DA META (FS-MET-VL-META
      * VEZES OS DIAS UTEIS DECORRIDOS SOBRE OS DIAS UTEIS DO MES,
      * SEGUNDA A SEXTA) E O GAP EM VALOR E PERCENTUAL, EM RANKING
      * DO MELHOR AO PIOR RITMO, COM OS TOTAIS POR SUPERVISOR E POR
      * GERENTE (EQUIPE DO MES, CBL_EQUIPE_VENDEDOR) E O TOTAL DA
      * FRANQUIA, EM FLASH_VENDAS_<AAAAMMDD>.TXT. EM MODO BATCH O
      * TOTAL VAI TAMBEM PARA A FILA DE NOTIFICACOES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_FLASH_VENDAS.
       ENVIRONMENT DIVISION.
       77 WS-ACHADO PIC X VALUE 'N'.
           88 E-ACHADO VALUE 'S'.

      * POSICAO CONSOLIDADA POR SUPERVISOR (S) E POR GERENTE (G)
       01 WS-TAB-EQP.
           05 WS-TAB-EQP-ITEM OCCURS 200.
               10 WS-EQP-TIPO      PIC X(001).
               10 WS-EQP-CD        PIC 9(007).
               10 WS-EQP-REALIZADO PIC 9(015)V99.
               10 WS-EQP-PRORATA   PIC 9(013)V99.
       77 WS-TAB-EQP-QTD PIC 9(003) VALUE ZEROS.
       77 WS-EQP-TIPO-CORR PIC X(001) VALUE SPACES.
       77 WS-EQP-CD-CORR   PIC 9(007) VALUE ZEROS.
       77 WS-EQP-RITMO     PIC S9(005)V99 VALUE ZEROS.

       77 WS-VL-GAP PIC S9(013)V99 VALUE ZEROS.
       77 WS-RITMO-MAIOR PIC S9(005)V99 VALUE ZEROS.
       77 WS-JA-LISTADO PIC S9(005)V99 VALUE +99999.

       COPY CPY_GRAVA_LOG.

       COPY CPY_EQUIPE_VENDEDOR.

       COPY screenio.

       LINKAGE SECTION.
           MOVE WS-DS-SAIR  TO WS-STATUS
           MOVE ZEROS TO WS-TAB-VEN-QTD WS-TOT-REALIZADO
                         WS-TOT-PRORATA LK-RETURN-CODE
                         WS-TAB-EQP-QTD

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           MOVE WS-DT-HOJE(1:6) TO WS-ANO-MES

               ADD WS-VEN-REALIZADO(WS-TAB-IDX) TO WS-TOT-REALIZADO
               ADD WS-VEN-PRORATA(WS-TAB-IDX)   TO WS-TOT-PRORATA

               MOVE "C" TO LK-EQP-FUNCAO
               MOVE WS-VEN-CD(WS-TAB-IDX) TO LK-EQP-CD-VENDEDOR
               MOVE WS-ANO-MES TO LK-EQP-ANO-MES
               CALL 'CBL_EQUIPE_VENDEDOR' USING LK-EQP-PARAMETERS

               MOVE "S" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-SUPERVISOR TO WS-EQP-CD-CORR
               PERFORM 6200-ACUMULA-EQUIPE
               MOVE "G" TO WS-EQP-TIPO-CORR
               MOVE LK-EQP-CD-GERENTE TO WS-EQP-CD-CORR
               PERFORM 6200-ACUMULA-EQUIPE
           END-PERFORM.

       2100-CARREGA-METASX. EXIT.

      * -----------------------------------
      * SOMA O VENDEDOR WS-TAB-IDX NO SUPERVISOR OU GERENTE
      * WS-EQP-CD-CORR (ZERO = VENDEDOR SEM EQUIPE)
       6200-ACUMULA-EQUIPE SECTION.

           MOVE ZEROS TO WS-TAB-IDX2
           MOVE 'N'   TO WS-ACHADO

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD OR E-ACHADO
               IF WS-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO-CORR AND
                  WS-EQP-CD(WS-TAB-IDX2) EQUAL WS-EQP-CD-CORR
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM

           IF E-ACHADO
               SUBTRACT 1 FROM WS-TAB-IDX2
           ELSE
               IF WS-TAB-EQP-QTD LESS 200
                   ADD 1 TO WS-TAB-EQP-QTD
                   MOVE WS-TAB-EQP-QTD TO WS-TAB-IDX2
                   MOVE WS-EQP-TIPO-CORR TO WS-EQP-TIPO(WS-TAB-IDX2)
                   MOVE WS-EQP-CD-CORR   TO WS-EQP-CD(WS-TAB-IDX2)
                   MOVE ZEROS TO WS-EQP-REALIZADO(WS-TAB-IDX2)
                                 WS-EQP-PRORATA(WS-TAB-IDX2)
               ELSE
                   MOVE ZEROS TO WS-TAB-IDX2
               END-IF
           END-IF

           IF WS-TAB-IDX2 GREATER ZEROS
               ADD WS-VEN-REALIZADO(WS-TAB-IDX)
                 TO WS-EQP-REALIZADO(WS-TAB-IDX2)
               ADD WS-VEN-PRORATA(WS-TAB-IDX)
                 TO WS-EQP-PRORATA(WS-TAB-IDX2)
           END-IF.

       6200-ACUMULA-EQUIPEX. EXIT.

      * -----------------------------------
      * GRAVA O RANKING DO MELHOR AO PIOR RITMO E O TOTAL GERAL
       3000-GRAVA-RANKING SECTION.
               PERFORM 3100-GRAVA-MELHOR-RITMO
           END-PERFORM

           MOVE "S" TO WS-EQP-TIPO-CORR
           PERFORM 3200-GRAVA-EQUIPES
           MOVE "G" TO WS-EQP-TIPO-CORR
           PERFORM 3200-GRAVA-EQUIPES

           MOVE WS-TOT-REALIZADO TO WS-ED-REALIZADO
           MOVE WS-TOT-PRORATA   TO WS-ED-PRORATA
           MOVE SPACES TO WS-LIN-TEXTO

       3100-GRAVA-MELHOR-RITMOX. EXIT.

      * -----------------------------------
      * GRAVA A POSICAO DE CADA SUPERVISOR (WS-EQP-TIPO-CORR "S") OU
      * GERENTE ("G") DO MES
       3200-GRAVA-EQUIPES SECTION.

           PERFORM VARYING WS-TAB-IDX2 FROM 1 BY 1
             UNTIL WS-TAB-IDX2 GREATER WS-TAB-EQP-QTD

               IF WS-EQP-TIPO(WS-TAB-IDX2) EQUAL WS-EQP-TIPO-CORR
                   COMPUTE WS-VL-GAP =
                       WS-EQP-REALIZADO(WS-TAB-IDX2)
                       - WS-EQP-PRORATA(WS-TAB-IDX2)
                   IF WS-EQP-PRORATA(WS-TAB-IDX2) GREATER ZEROS
                       COMPUTE WS-EQP-RITMO ROUNDED =
                           WS-EQP-REALIZADO(WS-TAB-IDX2)
                           / WS-EQP-PRORATA(WS-TAB-IDX2) * 100
                           ON SIZE ERROR MOVE 99999 TO WS-EQP-RITMO
                       END-COMPUTE
                   ELSE
                       MOVE ZEROS TO WS-EQP-RITMO
                   END-IF

                   MOVE WS-EQP-REALIZADO(WS-TAB-IDX2) TO WS-ED-REALIZADO
                   MOVE WS-EQP-PRORATA(WS-TAB-IDX2)   TO WS-ED-PRORATA
                   MOVE WS-VL-GAP                     TO WS-ED-GAP
                   MOVE WS-EQP-RITMO                  TO WS-ED-RITMO

                   MOVE SPACES TO WS-LIN-TEXTO
                   IF WS-EQP-TIPO-CORR EQUAL "S"
                       MOVE "SUPERVISOR " TO WS-LIN-TEXTO
                   ELSE
                       MOVE "GERENTE    " TO WS-LIN-TEXTO
                   END-IF
                   STRING WS-EQP-CD(WS-TAB-IDX2) DELIMITED BY SIZE
                          " REAL " DELIMITED BY SIZE
                          WS-ED-REALIZADO DELIMITED BY SIZE
                          " PRORATA " DELIMITED BY SIZE
                          WS-ED-PRORATA DELIMITED BY SIZE
                          " GAP " DELIMITED BY SIZE
                          WS-ED-GAP DELIMITED BY SIZE
                          " RITMO " DELIMITED BY SIZE
                          WS-ED-RITMO DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                     INTO WS-LIN-TEXTO(12:)
                   MOVE WS-LIN-TEXTO TO ARQ-FLASH-REC
                   WRITE ARQ-FLASH-REC
               END-IF

           END-PERFORM.

       3200-GRAVA-EQUIPESX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS DO FLASH
       5000-ABRIR-ARQUIVOS SECTION.
