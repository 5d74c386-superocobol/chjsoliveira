      * RETORNO DIFERENTE DE ZERO INTERROMPE A CADEIA E DEIXA EM
      * BATCH_NOTURNO.CKP O NUMERO DO ULTIMO PASSO CONCLUIDO, DE
      * ONDE A PROXIMA EXECUCAO RETOMA EM VEZ DE RECOMECAR DO TOPO.
      * O TEMPO DECORRIDO DE CADA PASSO E O TOTAL DA CADEIA VAO PARA
      * O HISTORICO BATCH_NOTURNO.HIS. A MEDIA MOVEL DE CADA PASSO
      * (ULTIMAS BATCH-SLA-NOITES EXECUCOES BEM SUCEDIDAS, PADRAO 7)
      * E CARREGADA NO INICIO E GERA DOIS AVISOS VIA NOTIFICACAO:
      *   - PASSO QUE TERMINA ACIMA DE BATCH-SLA-MULTIPLO VEZES A
      *     SUA MEDIA (PADRAO 2);
      *   - ANTES DE CADA PASSO, PREVISAO DE TERMINO (AGORA + MEDIAS
      *     DOS PASSOS DEVIDOS RESTANTES) DEPOIS DO FIM DA JANELA
      *     BATCH-FIM-JANELA (HHMM, PADRAO 0600), UMA VEZ POR NOITE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_BATCH_NOTURNO.
       ENVIRONMENT DIVISION.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-CKB.

           SELECT ARQ-HIS-BATCH ASSIGN TO WNM-ARQ-HIS-BATCH
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-HBT.

       DATA DIVISION.
       FILE SECTION.

       01 ARQ-CKP-BATCH-REC.
           05 FS-CKB-ULTIMO-PASSO PIC 9(003).

       FD ARQ-HIS-BATCH.
       COPY FS-ARQ-HISBATCH.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
       77 WNM-ARQ-JOB       PIC X(50) VALUE "BATCH_NOTURNO.JOB".
       77 WNM-ARQ-JORNAL    PIC X(50) VALUE "BATCH_NOTURNO.JRN".
       77 WNM-ARQ-CKP-BATCH PIC X(50) VALUE "BATCH_NOTURNO.CKP".
       77 WNM-ARQ-HIS-BATCH PIC X(50) VALUE "BATCH_NOTURNO.HIS".

       77 FS-STAT-HBT PIC 9(02).
           88 FS-STAT-HBT-OK         VALUE 00.
           88 FS-STAT-HBT-NAO-EXISTE VALUE 35.

       77 WS-MSGERRO PIC X(80).


       77 WS-DT-AGORA  PIC 9(008) VALUE ZEROS.
       77 WS-HR-AGORA  PIC 9(006) VALUE ZEROS.
       01 WS-HR-MARCA.
           05 WS-HMC-HH PIC 99.
           05 WS-HMC-MM PIC 99.
           05 WS-HMC-SS PIC 99.
           05 WS-HMC-CC PIC 99.

      * PARAMETROS DE ACOMPANHAMENTO DA JANELA BATCH
       01 WS-HR-FIM-JANELA PIC 9(004) VALUE 0600.
       01 WS-FIM-JANELA REDEFINES WS-HR-FIM-JANELA.
           05 WS-FJN-HH PIC 99.
           05 WS-FJN-MM PIC 99.
       77 WS-SLA-MULTIPLO  PIC 9(002)V9 VALUE 2.
       77 WS-SLA-NOITES    PIC 9(002) VALUE 7.

      * MARCAS DE TEMPO EM SEGUNDOS ABSOLUTOS (DIA JULIANO * 86400 +
      * SEGUNDOS DO DIA), PARA ATRAVESSAR A MEIA-NOITE
       77 WS-SEG-AGORA        PIC 9(012) VALUE ZEROS.
       77 WS-SEG-INI-CADEIA   PIC 9(012) VALUE ZEROS.
       77 WS-SEG-INI-PASSO    PIC 9(012) VALUE ZEROS.
       77 WS-SEG-FIM-JANELA   PIC 9(012) VALUE ZEROS.
       77 WS-SEG-PREVISTO     PIC 9(012) VALUE ZEROS.
       77 WS-QT-DECORRIDO     PIC 9(007) VALUE ZEROS.
       77 WS-QT-LIMITE        PIC 9(008)V9 VALUE ZEROS.
       77 WS-DT-INI-CADEIA    PIC 9(008) VALUE ZEROS.
       77 WS-HR-INI-CADEIA    PIC 9(006) VALUE ZEROS.
       77 WS-DT-INI-PASSO     PIC 9(008) VALUE ZEROS.
       77 WS-HR-INI-PASSO     PIC 9(006) VALUE ZEROS.
       77 WS-IND-ALERTA       PIC X VALUE 'N'.
       77 WS-ALERTA-JANELA    PIC X VALUE 'N'.
           88 E-ALERTA-JANELA VALUE 'S'.
       77 WS-SEG-DIA          PIC 9(005) VALUE ZEROS.
       01 WS-HR-PREVISTA.
           05 WS-HPV-HH PIC 99.
           05 FILLER    PIC X VALUE ":".
           05 WS-HPV-MM PIC 99.
       77 WS-QT-EDITADA       PIC Z(6)9 VALUE ZEROS.
       77 WS-QT-EDITADA-2     PIC Z(6)9 VALUE ZEROS.

      * DADOS DA LINHA DE HISTORICO A GRAVAR
       77 WS-HIS-TIPO         PIC X VALUE SPACES.
       77 WS-HIS-NR-PASSO     PIC 9(003) VALUE ZEROS.
       77 WS-HIS-NM-PASSO     PIC X(020) VALUE SPACES.
       77 WS-HIS-DT-INICIO    PIC 9(008) VALUE ZEROS.
       77 WS-HIS-HR-INICIO    PIC 9(006) VALUE ZEROS.
       77 WS-HIS-RC           PIC 99 VALUE ZEROS.

      * PASSOS DO JOB COM A MEDIA MOVEL DO TEMPO DE CADA UM,
      * MONTADA NO INICIO A PARTIR DO HISTORICO
       77 WS-QT-TAB-PASSOS PIC 9(003) VALUE ZEROS.
       77 WS-IX-PASSO      PIC 9(003) VALUE ZEROS.
       77 WS-IX-AMOSTRA    PIC 9(002) VALUE ZEROS.
       77 WS-QT-SOMA       PIC 9(009) VALUE ZEROS.
       01 WS-TAB-PASSOS.
           05 WS-TPS-ITEM OCCURS 200 TIMES.
               10 WS-TPS-NM-PASSO    PIC X(020).
               10 WS-TPS-DEVIDO      PIC X.
               10 WS-TPS-QT-MEDIA    PIC 9(007).
               10 WS-TPS-QT-AMOSTRAS PIC 9(002).
               10 WS-TPS-PROXIMA     PIC 9(002).
               10 WS-TPS-AMOSTRA     PIC 9(007) OCCURS 30 TIMES.

       01 WS-LINHA-JORNAL.
           05 WS-JRN-DATA     PIC 9(008).

       COPY CPY_DIA_UTIL.

       COPY CPY_LE_PARAMETRO.

       COPY CPY_GRAVA_NOTIFICA.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO WS-NR-PASSO WS-ULTIMO-OK LK-RETURN-CODE
           MOVE 'N' TO WS-CADEIA-PAROU WS-ALERTA-JANELA

           ACCEPT WS-DT-EXECUCAO FROM DATE YYYYMMDD
           COMPUTE WS-INT-EXECUCAO =

           PERFORM 5000-LE-CHECKPOINT

           PERFORM 1000-PREPARA-SLA

           OPEN INPUT ARQ-JOB

           IF FS-STAT-JOB-NAO-EXISTE
                     TO WS-MSGERRO
                   PERFORM 9100-GRAVA-LOG
               END-IF

               PERFORM 3200-REGISTRA-CADEIA
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE OS PARAMETROS DA JANELA, MARCA O INICIO DA CADEIA E MONTA
      * A TABELA DE PASSOS COM A MEDIA MOVEL DE CADA UM
       1000-PREPARA-SLA SECTION.

           MOVE "BATCH-FIM-JANELA" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-HR-FIM-JANELA = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-FJN-HH GREATER 23 OR WS-FJN-MM GREATER 59
                   MOVE 0600 TO WS-HR-FIM-JANELA
               END-IF
           END-IF

           MOVE "BATCH-SLA-MULTIPLO" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SLA-MULTIPLO = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-SLA-MULTIPLO NOT GREATER 1
                   MOVE 2 TO WS-SLA-MULTIPLO
               END-IF
           END-IF

           MOVE "BATCH-SLA-NOITES" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               COMPUTE WS-SLA-NOITES = FUNCTION NUMVAL(LK-PAR-VALOR)
               IF WS-SLA-NOITES EQUAL ZEROS OR WS-SLA-NOITES GREATER 30
                   MOVE 7 TO WS-SLA-NOITES
               END-IF
           END-IF

           PERFORM 4000-MARCA-TEMPO
           MOVE WS-DT-AGORA  TO WS-DT-INI-CADEIA
           MOVE WS-HR-AGORA  TO WS-HR-INI-CADEIA
           MOVE WS-SEG-AGORA TO WS-SEG-INI-CADEIA

      * FIM DA JANELA: NO MESMO DIA SE O HORARIO AINDA NAO PASSOU,
      * SENAO NO DIA SEGUINTE (CADEIA INICIADA ANTES DA MEIA-NOITE)
           COMPUTE WS-SEG-FIM-JANELA =
               FUNCTION INTEGER-OF-DATE(WS-DT-INI-CADEIA) * 86400
               + WS-FJN-HH * 3600 + WS-FJN-MM * 60
           IF WS-SEG-FIM-JANELA NOT GREATER WS-SEG-INI-CADEIA
               ADD 86400 TO WS-SEG-FIM-JANELA
           END-IF

           INITIALIZE WS-TAB-PASSOS
           MOVE ZEROS TO WS-QT-TAB-PASSOS

      * PASSOS NA MESMA NUMERACAO DO LACO PRINCIPAL, COM A
      * INDICACAO DE DEVIDO NA DATA DA EXECUCAO
           OPEN INPUT ARQ-JOB

           IF FS-STAT-JOB-OK
               READ ARQ-JOB

               PERFORM UNTIL NOT FS-STAT-JOB-OK
                   IF ARQ-JOB-REC NOT EQUAL SPACES AND
                      ARQ-JOB-REC(1:1) NOT EQUAL "*" AND
                      WS-QT-TAB-PASSOS LESS 200
                       ADD 1 TO WS-QT-TAB-PASSOS
                       MOVE SPACES TO WS-JOB-CAMPOS
                       UNSTRING ARQ-JOB-REC DELIMITED BY ";"
                           INTO WS-JOB-NM-PASSO
                                WS-JOB-NM-PROGRAMA
                                WS-JOB-FREQUENCIA
                       END-UNSTRING
                       PERFORM 2500-AVALIA-FREQUENCIA
                       MOVE WS-JOB-NM-PASSO
                         TO WS-TPS-NM-PASSO(WS-QT-TAB-PASSOS)
                       MOVE WS-PASSO-DEVIDO
                         TO WS-TPS-DEVIDO(WS-QT-TAB-PASSOS)
                   END-IF
                   READ ARQ-JOB
               END-PERFORM

               CLOSE ARQ-JOB
           END-IF

      * ULTIMAS EXECUCOES BEM SUCEDIDAS DE CADA PASSO NO HISTORICO
           OPEN INPUT ARQ-HIS-BATCH

           IF FS-STAT-HBT-OK
               READ ARQ-HIS-BATCH

               PERFORM UNTIL NOT FS-STAT-HBT-OK
                   IF FS-HBT-PASSO AND FS-HBT-RC EQUAL ZEROS
                       PERFORM 1100-ACUMULA-AMOSTRA
                   END-IF
                   READ ARQ-HIS-BATCH
               END-PERFORM

               CLOSE ARQ-HIS-BATCH
           END-IF

           PERFORM VARYING WS-IX-PASSO FROM 1 BY 1
                   UNTIL WS-IX-PASSO GREATER WS-QT-TAB-PASSOS
               IF WS-TPS-QT-AMOSTRAS(WS-IX-PASSO) GREATER ZEROS
                   MOVE ZEROS TO WS-QT-SOMA
                   PERFORM VARYING WS-IX-AMOSTRA FROM 1 BY 1
                           UNTIL WS-IX-AMOSTRA GREATER
                                 WS-TPS-QT-AMOSTRAS(WS-IX-PASSO)
                       ADD WS-TPS-AMOSTRA(WS-IX-PASSO, WS-IX-AMOSTRA)
                         TO WS-QT-SOMA
                   END-PERFORM
                   COMPUTE WS-TPS-QT-MEDIA(WS-IX-PASSO) ROUNDED =
                       WS-QT-SOMA / WS-TPS-QT-AMOSTRAS(WS-IX-PASSO)
               END-IF
           END-PERFORM.

       1000-PREPARA-SLAX. EXIT.

      * -----------------------------------
      * GUARDA O TEMPO LIDO DO HISTORICO NA JANELA CIRCULAR DAS
      * ULTIMAS BATCH-SLA-NOITES AMOSTRAS DO PASSO DE MESMO NOME
       1100-ACUMULA-AMOSTRA SECTION.

           PERFORM VARYING WS-IX-PASSO FROM 1 BY 1
                   UNTIL WS-IX-PASSO GREATER WS-QT-TAB-PASSOS
               IF WS-TPS-NM-PASSO(WS-IX-PASSO) EQUAL FS-HBT-NM-PASSO
                   ADD 1 TO WS-TPS-PROXIMA(WS-IX-PASSO)
                   IF WS-TPS-PROXIMA(WS-IX-PASSO) GREATER WS-SLA-NOITES
                       MOVE 1 TO WS-TPS-PROXIMA(WS-IX-PASSO)
                   END-IF
                   MOVE FS-HBT-QT-SEGUNDOS
                     TO WS-TPS-AMOSTRA(WS-IX-PASSO,
                                       WS-TPS-PROXIMA(WS-IX-PASSO))
                   IF WS-TPS-QT-AMOSTRAS(WS-IX-PASSO) LESS WS-SLA-NOITES
                       ADD 1 TO WS-TPS-QT-AMOSTRAS(WS-IX-PASSO)
                   END-IF
               END-IF
           END-PERFORM.

       1100-ACUMULA-AMOSTRAX. EXIT.

      * -----------------------------------
      * EXECUTA UM PASSO DA CADEIA, REGISTRANDO INICIO, FIM E
      * CODIGO DE RETORNO NO DIARIO; RETORNO DIFERENTE DE ZERO
      * CHAMA O PASSO DEVIDO E TRATA O CODIGO DE RETORNO
       2600-CHAMA-PASSO SECTION.

           PERFORM 3000-VERIFICA-PREVISAO

           PERFORM 4000-MARCA-TEMPO
           MOVE WS-DT-AGORA  TO WS-DT-INI-PASSO
           MOVE WS-HR-AGORA  TO WS-HR-INI-PASSO
           MOVE WS-SEG-AGORA TO WS-SEG-INI-PASSO

           MOVE "INICIO" TO WS-JRN-EVENTO
           MOVE ZEROS TO WS-JRN-RC
           PERFORM 6000-GRAVA-JORNAL
                   MOVE 99 TO WS-CHAM-RC
           END-CALL

           PERFORM 3100-REGISTRA-PASSO

           IF WS-CHAM-RC EQUAL ZEROS
               MOVE "FIM" TO WS-JRN-EVENTO
               MOVE ZEROS TO WS-JRN-RC

       2600-CHAMA-PASSOX. EXIT.

      * -----------------------------------
      * PREVE O TERMINO DA CADEIA (AGORA + MEDIAS DOS PASSOS DEVIDOS
      * AINDA NAO EXECUTADOS) E AVISA, UMA VEZ POR EXECUCAO, SE A
      * PREVISAO CAI DEPOIS DO FIM DA JANELA
       3000-VERIFICA-PREVISAO SECTION.

           IF E-ALERTA-JANELA
               GO TO 3000-VERIFICA-PREVISAOX
           END-IF

           PERFORM 4000-MARCA-TEMPO

           MOVE ZEROS TO WS-QT-SOMA
           PERFORM VARYING WS-IX-PASSO FROM WS-NR-PASSO BY 1
                   UNTIL WS-IX-PASSO GREATER WS-QT-TAB-PASSOS
               IF WS-TPS-DEVIDO(WS-IX-PASSO) EQUAL 'S'
                   ADD WS-TPS-QT-MEDIA(WS-IX-PASSO) TO WS-QT-SOMA
               END-IF
           END-PERFORM

           COMPUTE WS-SEG-PREVISTO = WS-SEG-AGORA + WS-QT-SOMA

           IF WS-SEG-PREVISTO NOT GREATER WS-SEG-FIM-JANELA
               GO TO 3000-VERIFICA-PREVISAOX
           END-IF

           MOVE 'S' TO WS-ALERTA-JANELA

           COMPUTE WS-SEG-DIA = FUNCTION MOD(WS-SEG-PREVISTO, 86400)
           COMPUTE WS-HPV-HH = WS-SEG-DIA / 3600
           COMPUTE WS-HPV-MM = FUNCTION MOD(WS-SEG-DIA, 3600) / 60

           MOVE SPACES TO WS-MSGERRO
           STRING "PREVISAO DA CADEIA " DELIMITED BY SIZE
                  WS-HR-PREVISTA DELIMITED BY SIZE
                  " APOS JANELA " DELIMITED BY SIZE
                  WS-HR-FIM-JANELA DELIMITED BY SIZE
                  " NO PASSO " DELIMITED BY SIZE
                  WS-JOB-NM-PASSO DELIMITED BY SPACE
             INTO WS-MSGERRO

           PERFORM 3500-NOTIFICA-SLA.

       3000-VERIFICA-PREVISAOX. EXIT.

      * -----------------------------------
      * CALCULA O TEMPO DO PASSO, AVISA SE PASSOU DO MULTIPLO DA
      * MEDIA MOVEL E ANEXA A LINHA DO PASSO AO HISTORICO
       3100-REGISTRA-PASSO SECTION.

           PERFORM 4000-MARCA-TEMPO
           COMPUTE WS-QT-DECORRIDO = WS-SEG-AGORA - WS-SEG-INI-PASSO
           MOVE 'N' TO WS-IND-ALERTA

           IF WS-NR-PASSO NOT GREATER WS-QT-TAB-PASSOS
               IF WS-TPS-QT-MEDIA(WS-NR-PASSO) GREATER ZEROS
                   COMPUTE WS-QT-LIMITE =
                       WS-TPS-QT-MEDIA(WS-NR-PASSO) * WS-SLA-MULTIPLO
                   IF WS-QT-DECORRIDO GREATER WS-QT-LIMITE
                       MOVE 'S' TO WS-IND-ALERTA
                       MOVE WS-QT-DECORRIDO TO WS-QT-EDITADA
                       MOVE WS-TPS-QT-MEDIA(WS-NR-PASSO)
                         TO WS-QT-EDITADA-2
                       MOVE SPACES TO WS-MSGERRO
                       STRING "PASSO " DELIMITED BY SIZE
                              WS-JOB-NM-PASSO DELIMITED BY SPACE
                              " LEVOU " DELIMITED BY SIZE
                              WS-QT-EDITADA DELIMITED BY SIZE
                              "S, MEDIA DE " DELIMITED BY SIZE
                              WS-QT-EDITADA-2 DELIMITED BY SIZE
                              "S" DELIMITED BY SIZE
                         INTO WS-MSGERRO
                       PERFORM 3500-NOTIFICA-SLA
                   END-IF
               END-IF
           END-IF

           MOVE "P"              TO WS-HIS-TIPO
           MOVE WS-NR-PASSO      TO WS-HIS-NR-PASSO
           MOVE WS-JOB-NM-PASSO  TO WS-HIS-NM-PASSO
           MOVE WS-DT-INI-PASSO  TO WS-HIS-DT-INICIO
           MOVE WS-HR-INI-PASSO  TO WS-HIS-HR-INICIO
           MOVE WS-CHAM-RC       TO WS-HIS-RC
           PERFORM 3900-GRAVA-HISTORICO.

       3100-REGISTRA-PASSOX. EXIT.

      * -----------------------------------
      * ANEXA A LINHA DE TOTAL DA CADEIA AO HISTORICO, MARCANDO SE
      * TERMINOU FORA DA JANELA (E AVISANDO SE A PREVISAO NAO AVISOU)
       3200-REGISTRA-CADEIA SECTION.

           PERFORM 4000-MARCA-TEMPO
           COMPUTE WS-QT-DECORRIDO = WS-SEG-AGORA - WS-SEG-INI-CADEIA
           MOVE 'N' TO WS-IND-ALERTA

           IF WS-SEG-AGORA GREATER WS-SEG-FIM-JANELA
               MOVE 'S' TO WS-IND-ALERTA
               IF NOT E-ALERTA-JANELA
                   MOVE 'S' TO WS-ALERTA-JANELA
                   MOVE SPACES TO WS-MSGERRO
                   STRING "CADEIA NOTURNA TERMINOU APOS A JANELA ("
                            DELIMITED BY SIZE
                          WS-HR-FIM-JANELA DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 3500-NOTIFICA-SLA
               END-IF
           END-IF

           MOVE "C"                TO WS-HIS-TIPO
           MOVE ZEROS              TO WS-HIS-NR-PASSO
           MOVE "CADEIA NOTURNA"   TO WS-HIS-NM-PASSO
           MOVE WS-DT-INI-CADEIA   TO WS-HIS-DT-INICIO
           MOVE WS-HR-INI-CADEIA   TO WS-HIS-HR-INICIO
           MOVE LK-RETURN-CODE     TO WS-HIS-RC
           PERFORM 3900-GRAVA-HISTORICO.

       3200-REGISTRA-CADEIAX. EXIT.

      * -----------------------------------
      * ENVIA O AVISO DE ACOMPANHAMENTO DA JANELA PELA NOTIFICACAO
      * E REGISTRA NO LOG
       3500-NOTIFICA-SLA SECTION.

           MOVE "I" TO LK-NOT-SEVERIDADE
           MOVE "CBL_BATCH_NOTURNO" TO LK-NOT-ORIGEM
           MOVE WS-MSGERRO TO LK-NOT-MENSAGEM
           CALL 'CBL_GRAVA_NOTIFICA' USING LK-NOT-PARAMETERS

           PERFORM 9100-GRAVA-LOG.

       3500-NOTIFICA-SLAX. EXIT.

      * -----------------------------------
      * ANEXA UMA LINHA AO HISTORICO DE TEMPOS; O FIM E A MARCA DE
      * TEMPO CORRENTE
       3900-GRAVA-HISTORICO SECTION.

           OPEN EXTEND ARQ-HIS-BATCH

           IF FS-STAT-HBT-NAO-EXISTE
               OPEN OUTPUT ARQ-HIS-BATCH
           END-IF

           MOVE SPACES            TO ARQ-HIS-BATCH-REC
           MOVE WS-DT-INI-CADEIA  TO FS-HBT-DT-CADEIA
           MOVE WS-HIS-NR-PASSO   TO FS-HBT-NR-PASSO
           MOVE WS-HIS-NM-PASSO   TO FS-HBT-NM-PASSO
           MOVE WS-HIS-DT-INICIO  TO FS-HBT-DT-INICIO
           MOVE WS-HIS-HR-INICIO  TO FS-HBT-HR-INICIO
           MOVE WS-DT-AGORA       TO FS-HBT-DT-FIM
           MOVE WS-HR-AGORA       TO FS-HBT-HR-FIM
           MOVE WS-QT-DECORRIDO   TO FS-HBT-QT-SEGUNDOS
           MOVE WS-HIS-RC         TO FS-HBT-RC
           MOVE WS-HIS-TIPO       TO FS-HBT-IND-TIPO
           MOVE WS-IND-ALERTA     TO FS-HBT-IND-ALERTA
           WRITE ARQ-HIS-BATCH-REC

           CLOSE ARQ-HIS-BATCH.

       3900-GRAVA-HISTORICOX. EXIT.

      * -----------------------------------
      * MARCA DE TEMPO CORRENTE: DATA, HORA E SEGUNDOS ABSOLUTOS
       4000-MARCA-TEMPO SECTION.

           ACCEPT WS-DT-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HR-MARCA FROM TIME
           MOVE WS-HR-MARCA(1:6) TO WS-HR-AGORA

           COMPUTE WS-SEG-AGORA =
               FUNCTION INTEGER-OF-DATE(WS-DT-AGORA) * 86400
               + WS-HMC-HH * 3600 + WS-HMC-MM * 60 + WS-HMC-SS.

       4000-MARCA-TEMPOX. EXIT.

      * -----------------------------------
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR (ULTIMO PASSO OK)
       5000-LE-CHECKPOINT SECTION.
           END-IF

           ACCEPT WS-DT-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-HR-MARCA FROM TIME
           MOVE WS-HR-MARCA(1:6) TO WS-HR-AGORA

           MOVE WS-DT-AGORA     TO WS-JRN-DATA
           MOVE WS-HR-AGORA     TO WS-JRN-HORA
