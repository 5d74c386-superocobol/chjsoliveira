      *                   RECEBE O PROPRIO NUMERO DO DOCUMENTO,
      *                   QUE NO LAYOUT ANTIGO ERA O DO PEDIDO)
      *   OPERADOR.IDX -> OPERADOR_NOVO.IDX (PIN LARGO, HASH,
      *                   REABERTURA, FALHAS; OU, A PARTIR DO
      *                   LAYOUT DE 83 POSICOES, APROVACAO,
      *                   FILIAIS E DADOS PESSOAIS EM "N")
      *   REGIAO.IDX   -> REGIAO_NOVO.IDX   (CAIXA ENVOLVENTE)
      *   VISITA.IDX   -> VISITA_NOVO.IDX   (CHECK-IN DO PALMTOP;
      *                   VISITAS ANTIGAS FICAM SEM CHECK-IN)
      * OS ARQUIVOS ORIGINAIS NAO SAO TOCADOS; APOS A CONFERENCIA
      * DOS TOTAIS O OPERADOR SUBSTITUI CADA .IDX PELO RESPECTIVO
      * _NOVO.IDX. RODAR DE NOVO RECRIA AS SAIDAS DO ZERO.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPA.

           SELECT ARQ-OPERADOR-83 ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPB-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPB.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPENOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-REG.

           SELECT ARQ-VISITA-ANT ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIA.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISNOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

       DATA DIVISION.
       FILE SECTION.

               10 FS-OPA-AUT-UTILITARIO  PIC  X(001).
               10 FILLER                 PIC  X(011).

      * LAYOUT DE 83 POSICOES DO OPERADOR (SEM APROVACAO, FILIAIS
      * E DADOS PESSOAIS)
       FD ARQ-OPERADOR-83.
       01 ARQ-OPERADOR-83-REC.
           05 FS-OPB-KEY.
               10 FS-OPB-ID              PIC  X(010).
           05 FS-OPB-DADOS.
               10 FS-OPB-PIN             PIC  X(008).
               10 FS-OPB-NOME            PIC  X(030).
               10 FS-OPB-IND-ATIVO       PIC  X(001).
               10 FS-OPB-IND-TROCA-PIN   PIC  X(001).
               10 FS-OPB-AUT-CADASTRO    PIC  X(001).
               10 FS-OPB-AUT-EXECUCAO    PIC  X(001).
               10 FS-OPB-AUT-UTILITARIO  PIC  X(001).
               10 FS-OPB-AUT-REABERTURA  PIC  X(001).
               10 FS-OPB-NR-PIN-HASH     PIC  9(009).
               10 FS-OPB-DT-TROCA-PIN    PIC  9(008).
               10 FS-OPB-QT-FALHAS       PIC  9(002).
               10 FILLER                 PIC  X(010).

       FD ARQ-OPERADOR.

       COPY FS-ARQ-OPERADOR.

       COPY FS-ARQ-REGIAO.

      * LAYOUT ANTIGO DA VISITA (SEM O CHECK-IN)
       FD ARQ-VISITA-ANT.
       01 ARQ-VISITA-ANT-REC.
           05 FS-VIA-KEY.
               10 FS-VIA-CD-VENDEDOR     PIC  9(007).
               10 FS-VIA-DT-VISITA       PIC  9(008).
               10 FS-VIA-CD-CLIENTE      PIC  9(007).
           05 FS-VIA-DADOS.
               10 FS-VIA-CD-RESULTADO    PIC  X(001).
               10 FILLER                 PIC  X(015).

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(17) VALUE "FRANQUIA AMBEV - ".
       77 FS-STAT-OPA PIC 9(02).
           88 FS-STAT-OPA-OK         VALUE 00.
           88 FS-STAT-OPA-NAO-EXISTE VALUE 35.
           88 FS-STAT-OPA-OUTRO-LAYOUT VALUE 39.

       77 FS-STAT-OPB PIC 9(02).
           88 FS-STAT-OPB-OK         VALUE 00.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
       77 FS-STAT-REG PIC 9(02).
           88 FS-STAT-REG-OK         VALUE 00.

       77 FS-STAT-VIA PIC 9(02).
           88 FS-STAT-VIA-OK         VALUE 00.
           88 FS-STAT-VIA-NAO-EXISTE VALUE 35.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.

       01 WID-ARQ-CLINOVO.
           05 WNM-PATH-CLINOVO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-CLINOVO    PIC X(50) VALUE "CLIENTE_NOVO.IDX".
           05 WNM-PATH-REGNOVO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-REGNOVO    PIC X(50) VALUE "REGIAO_NOVO.IDX".

       01 WID-ARQ-VISNOVO.
           05 WNM-PATH-VISNOVO   PIC X(17) VALUE SPACES.
           05 WNM-ARQ-VISNOVO    PIC X(50) VALUE "VISITA_NOVO.IDX".

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

           05 WQT-TITULOS-GRAVADOS   PIC 9(9) VALUE ZEROS.
           05 WQT-OPERADORES-GRAVADOS PIC 9(9) VALUE ZEROS.
           05 WQT-REGIOES-GRAVADAS   PIC 9(9) VALUE ZEROS.
           05 WQT-VISITAS-GRAVADAS   PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_CLIENTE.
       COPY CPY_ID_ARQ_RECEBER.
       COPY CPY_ID_ARQ_OPERADOR.
       COPY CPY_ID_ARQ_REGIAO.
       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_LE_PARAMETRO.

           05 COLUMN PLUS 2 PIC 9(9) USING WQT-OPERADORES-GRAVADOS.
           05 LINE 13 COLUMN 05 VALUE "Regioes Gravadas...:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-REGIOES-GRAVADAS.
           05 LINE 14 COLUMN 05 VALUE "Visitas Gravadas...:".
           05 COLUMN PLUS 2 PIC 9(9) USING WQT-VISITAS-GRAVADAS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                                    WNM-PATH-RECNOVO
                                    WNM-PATH-OPENOVO
                                    WNM-PATH-REGNOVO
                                    WNM-PATH-VISITA
                                    WNM-PATH-VISNOVO

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           DISPLAY SS-CLS

           MOVE SPACES TO WS-ERRO
           STRING "CONVERTER CLIENTE, RECEBER, OPERADOR, REGIAO E "
                  "VISITA (S/N)?" DELIMITED BY SIZE
             INTO WS-MSGERRO
           ACCEPT SS-ERRO
           MOVE SPACES TO WS-MSGERRO
               PERFORM 2100-CONVERTE-TITULOS
               PERFORM 2200-CONVERTE-OPERADORES
               PERFORM 2300-CONVERTE-REGIOES
               PERFORM 2400-CONVERTE-VISITAS

               MOVE "CONVERSAO CONCLUIDA - CONFERIR TOTAIS"
                 TO WS-MSGERRO
      * -----------------------------------
      * VARRE OPERADOR.IDX NO LAYOUT ANTIGO E GRAVA
      * OPERADOR_NOVO.IDX; O PIN CURTO SEGUE EM CLARO E O HASH
      * ZERADO, MIGRADO NO PRIMEIRO LOGIN DE CADA OPERADOR.
      * STATUS 39 INDICA O LAYOUT DE 83 POSICOES, CONVERTIDO
      * PELA 2250
       2200-CONVERTE-OPERADORES SECTION.

           OPEN INPUT ARQ-OPERADOR-ANT

           EVALUATE TRUE
               WHEN FS-STAT-OPA-NAO-EXISTE
                   MOVE "OPERADOR.IDX NAO ENCONTRADO, PULADO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN FS-STAT-OPA-OUTRO-LAYOUT
                   PERFORM 2250-CONVERTE-OPERADORES-83
               WHEN OTHER
                   OPEN OUTPUT ARQ-OPERADOR

                   MOVE LOW-VALUES TO FS-OPA-KEY
                   START ARQ-OPERADOR-ANT KEY GREATER FS-OPA-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT-OPA
                   END-START

                   PERFORM UNTIL NOT FS-STAT-OPA-OK
                       READ ARQ-OPERADOR-ANT NEXT
                           AT END MOVE 10 TO FS-STAT-OPA
                       END-READ

                       IF FS-STAT-OPA-OK
                           PERFORM 6200-MOVE-OPERADOR
                           WRITE ARQ-OPERADOR-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WQT-OPERADORES-GRAVADOS
                           END-WRITE
                       END-IF
                   END-PERFORM

                   CLOSE ARQ-OPERADOR
                   CLOSE ARQ-OPERADOR-ANT
           END-EVALUATE.

       2200-CONVERTE-OPERADORESX. EXIT.

      * -----------------------------------
      * VARRE OPERADOR.IDX NO LAYOUT DE 83 POSICOES E GRAVA
      * OPERADOR_NOVO.IDX SEM APROVACAO, SEM DADOS PESSOAIS E SEM
      * FILIAL MARCADA (OPERADOR CONTINUA VALENDO PARA TODAS)
       2250-CONVERTE-OPERADORES-83 SECTION.

           OPEN INPUT ARQ-OPERADOR-83

           IF NOT FS-STAT-OPB-OK
               MOVE "OPERADOR.IDX EM LAYOUT DESCONHECIDO, PULADO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               OPEN OUTPUT ARQ-OPERADOR

               MOVE LOW-VALUES TO FS-OPB-KEY
               START ARQ-OPERADOR-83 KEY GREATER FS-OPB-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT-OPB
               END-START

               PERFORM UNTIL NOT FS-STAT-OPB-OK
                   READ ARQ-OPERADOR-83 NEXT
                       AT END MOVE 10 TO FS-STAT-OPB
                   END-READ

                   IF FS-STAT-OPB-OK
                       PERFORM 6250-MOVE-OPERADOR-83
                       WRITE ARQ-OPERADOR-REC
                           INVALID KEY
                               CONTINUE
               END-PERFORM

               CLOSE ARQ-OPERADOR
               CLOSE ARQ-OPERADOR-83
           END-IF.

       2250-CONVERTE-OPERADORES-83X. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO NOVO DO OPERADOR A PARTIR DO ANTIGO
           MOVE "N"   TO FS-OPE-AUT-REABERTURA
           MOVE ZEROS TO FS-OPE-NR-PIN-HASH
                         FS-OPE-DT-TROCA-PIN
                         FS-OPE-QT-FALHAS
           MOVE "N"   TO FS-OPE-AUT-APROVACAO
                         FS-OPE-AUT-DADOS-PESSOAIS
           MOVE ALL "N" TO FS-OPE-FILIAIS.

       6200-MOVE-OPERADORX. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO NOVO DO OPERADOR A PARTIR DO LAYOUT DE
      * 83 POSICOES; NENHUMA FILIAL MARCADA = TODAS AS FILIAIS
       6250-MOVE-OPERADOR-83 SECTION.

           MOVE SPACES TO ARQ-OPERADOR-REC

           MOVE FS-OPB-ID             TO FS-OPE-ID
           MOVE FS-OPB-PIN            TO FS-OPE-PIN
           MOVE FS-OPB-NOME           TO FS-OPE-NOME
           MOVE FS-OPB-IND-ATIVO      TO FS-OPE-IND-ATIVO
           MOVE FS-OPB-IND-TROCA-PIN  TO FS-OPE-IND-TROCA-PIN
           MOVE FS-OPB-AUT-CADASTRO   TO FS-OPE-AUT-CADASTRO
           MOVE FS-OPB-AUT-EXECUCAO   TO FS-OPE-AUT-EXECUCAO
           MOVE FS-OPB-AUT-UTILITARIO TO FS-OPE-AUT-UTILITARIO
           MOVE FS-OPB-AUT-REABERTURA TO FS-OPE-AUT-REABERTURA
           MOVE FS-OPB-NR-PIN-HASH    TO FS-OPE-NR-PIN-HASH
           MOVE FS-OPB-DT-TROCA-PIN   TO FS-OPE-DT-TROCA-PIN
           MOVE FS-OPB-QT-FALHAS      TO FS-OPE-QT-FALHAS

           MOVE "N"   TO FS-OPE-AUT-APROVACAO
                         FS-OPE-AUT-DADOS-PESSOAIS
           MOVE ALL "N" TO FS-OPE-FILIAIS.

       6250-MOVE-OPERADOR-83X. EXIT.

      * -----------------------------------
      * VARRE REGIAO.IDX NO LAYOUT ANTIGO E GRAVA REGIAO_NOVO.IDX
      * COM A CAIXA ENVOLVENTE ZERADA (SEM LIMITE DEFINIDO)

       6300-MOVE-REGIAOX. EXIT.

      * -----------------------------------
      * VARRE VISITA.IDX NO LAYOUT ANTIGO E GRAVA VISITA_NOVO.IDX
      * COM O CHECK-IN ZERADO E A VISITA MARCADA SEM CHECK-IN
       2400-CONVERTE-VISITAS SECTION.

           OPEN INPUT ARQ-VISITA-ANT

           IF FS-STAT-VIA-NAO-EXISTE
               MOVE "VISITA.IDX NAO ENCONTRADO, PULADO" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           ELSE
               OPEN OUTPUT ARQ-VISITA

               MOVE LOW-VALUES TO FS-VIA-KEY
               START ARQ-VISITA-ANT KEY GREATER FS-VIA-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT-VIA
               END-START

               PERFORM UNTIL NOT FS-STAT-VIA-OK
                   READ ARQ-VISITA-ANT NEXT
                       AT END MOVE 10 TO FS-STAT-VIA
                   END-READ

                   IF FS-STAT-VIA-OK
                       PERFORM 6400-MOVE-VISITA
                       WRITE ARQ-VISITA-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WQT-VISITAS-GRAVADAS
                       END-WRITE
                   END-IF
               END-PERFORM

               CLOSE ARQ-VISITA
               CLOSE ARQ-VISITA-ANT
           END-IF.

       2400-CONVERTE-VISITASX. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO NOVO DA VISITA A PARTIR DO ANTIGO
       6400-MOVE-VISITA SECTION.

           MOVE SPACES TO ARQ-VISITA-REC

           MOVE FS-VIA-CD-VENDEDOR  TO FS-VIS-CD-VENDEDOR
           MOVE FS-VIA-DT-VISITA    TO FS-VIS-DT-VISITA
           MOVE FS-VIA-CD-CLIENTE   TO FS-VIS-CD-CLIENTE
           MOVE FS-VIA-CD-RESULTADO TO FS-VIS-CD-RESULTADO

           MOVE ZEROS TO FS-VIS-VL-LATITUDE
                         FS-VIS-VL-LONGITUDE
                         FS-VIS-HR-CHECKIN
                         FS-VIS-HR-CHECKOUT
                         FS-VIS-VL-DIST-KM
                         FS-VIS-QT-MINUTOS
           MOVE "S" TO FS-VIS-IND-VERIFICACAO.

       6400-MOVE-VISITAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
