      * COMPLETO DO CLIENTE, O VENDEDOR ATRIBUIDO COM O NOME
      * RESOLVIDO, A ULTIMA LINHA DO HISTORICO DE DISTRIBUICAO DO
      * CLIENTE E AS ULTIMAS OCORRENCIAS DA TRILHA DE AUDITORIA.
      * A PAGINA 2 TRAZ TAMBEM O SALDO DO HAVER (CREDITO) DO CLIENTE
      * OBTIDO EM CBL_HAVER_CLIENTE E O SALDO DE PONTOS DE
      * FIDELIDADE OBTIDO EM CBL_PONTOS_CLIENTE, ALEM DA QUANTIDADE
      * DE OCORRENCIAS SAC EM ABERTO E QUANTAS DELAS JA VENCERAM O
      * PRAZO DE SLA.
      * PF8 AVANCA DE PAGINA, EXC RETORNA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_MENU_CONSULTA.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-SDV.

           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OCO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OCO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.
       FD ARQ-SALDOVAS.
       COPY FS-ARQ-SALDOVAS.

       FD ARQ-OCORRENCIA.
       COPY FS-ARQ-OCORRENCIA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".

       77 WQT-VASILHAMES-CLIENTE PIC S9(007) VALUE ZEROS.

       77 FS-STAT-OCO PIC 9(02).
           88 FS-STAT-OCO-OK         VALUE 00.
           88 FS-STAT-OCO-NAO-EXISTE VALUE 35.

       77 WQT-OCORRENCIAS-ABERTAS  PIC 9(004) VALUE ZEROS.
       77 WQT-OCORRENCIAS-VENCIDAS PIC 9(004) VALUE ZEROS.
       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

       COPY CPY_HAVER_CLIENTE.

       COPY CPY_PONTOS_CLIENTE.

      * AREA DE CHAMADA DO EXTRATO DO CLIENTE (PF6)
       01 WS-PARAM-EXT.
           05 WS-EXT-RETURN-CODE PIC 99 VALUE 0.
       COPY CPY_ID_ARQ_CSV.
       COPY CPY_ID_ARQ_ATIVO.
       COPY CPY_ID_ARQ_SALDOVAS.
       COPY CPY_ID_ARQ_OCORRENCIA.

       COPY CPY_GRAVA_LOG.

           05 COLUMN PLUS 1 PIC ZZZ9 FROM WQT-ATIVOS-CLIENTE.
           05 LINE 17 COLUMN 02 VALUE "Vasilhames em Campo:".
           05 COLUMN PLUS 1 PIC -ZZZZZ9 FROM WQT-VASILHAMES-CLIENTE.
           05 LINE 18 COLUMN 02 VALUE "Haver do Cliente...:".
           05 COLUMN PLUS 1 PIC ZZ,ZZZ,ZZ9.99 FROM LK-HAV-VL-SALDO.
           05 LINE 19 COLUMN 02 VALUE "Pontos Fidelidade..:".
           05 COLUMN PLUS 1 PIC ZZZ,ZZZ,ZZ9 FROM LK-PTS-QT-SALDO.
           05 LINE 20 COLUMN 02 VALUE "Ocorrencias SAC....:".
           05 COLUMN PLUS 1 PIC ZZZ9 FROM WQT-OCORRENCIAS-ABERTAS.
           05 COLUMN PLUS 2 VALUE "Vencidas:".
           05 COLUMN PLUS 1 PIC ZZZ9 FROM WQT-OCORRENCIAS-VENCIDAS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               PERFORM 6300-BUSCA-ULTIMAS-AUDITORIAS
               PERFORM 6350-CONTA-ATIVOS
               PERFORM 6370-SOMA-VASILHAMES
               PERFORM 6390-CONTA-OCORRENCIAS

               MOVE "S"               TO LK-HAV-FUNCAO
               MOVE FS-CLI-CD-CLIENTE TO LK-HAV-CD-CLIENTE
               CALL 'CBL_HAVER_CLIENTE' USING LK-HAV-PARAMETERS

               MOVE "S"               TO LK-PTS-FUNCAO
               MOVE FS-CLI-CD-CLIENTE TO LK-PTS-CD-CLIENTE
               CALL 'CBL_PONTOS_CLIENTE' USING LK-PTS-PARAMETERS

               DISPLAY SS-CLS
               DISPLAY SS-PAGINA-1

       6380-LE-PROX-SALDOX. EXIT.

      * -----------------------------------
      * CONTA AS OCORRENCIAS SAC EM ABERTO DO CLIENTE E AS QUE JA
      * PASSARAM DO PRAZO DE SLA
       6390-CONTA-OCORRENCIAS SECTION.

           MOVE ZEROS TO WQT-OCORRENCIAS-ABERTAS
                         WQT-OCORRENCIAS-VENCIDAS
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           OPEN INPUT ARQ-OCORRENCIA

           IF NOT FS-STAT-OCO-NAO-EXISTE
               MOVE LOW-VALUES TO FS-OCO-KEY
               PERFORM 6395-LE-PROX-OCORRENCIA

               PERFORM UNTIL NOT FS-STAT-OCO-OK
                   IF FS-OCO-CD-CLIENTE EQUAL FS-CLI-CD-CLIENTE AND
                      FS-OCO-EM-ABERTO
                       ADD 1 TO WQT-OCORRENCIAS-ABERTAS
                       IF WS-DT-HOJE GREATER FS-OCO-DT-PRAZO
                           ADD 1 TO WQT-OCORRENCIAS-VENCIDAS
                       END-IF
                   END-IF
                   PERFORM 6395-LE-PROX-OCORRENCIA
               END-PERFORM

               CLOSE ARQ-OCORRENCIA
           END-IF.

       6390-CONTA-OCORRENCIASX. EXIT.

      * -----------------------------------
      * LE A PROXIMA OCORRENCIA PELA CHAVE
       6395-LE-PROX-OCORRENCIA SECTION.

           START ARQ-OCORRENCIA KEY > FS-OCO-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-OCO
               NOT INVALID KEY
                   READ ARQ-OCORRENCIA NEXT
                       AT END MOVE 99 TO FS-STAT-OCO
                   END-READ
           END-START.

       6395-LE-PROX-OCORRENCIAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
