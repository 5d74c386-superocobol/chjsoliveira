               FILE STATUS        IS FS-STAT-ROT
               ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ-ROTA-HIST ASSIGN TO WNM-ARQ-ROTA-HIST
               FILE STATUS        IS FS-STAT-RTH
               ORGANIZATION       IS LINE SEQUENTIAL.

           SELECT ARQ-EXCECAO ASSIGN TO WNM-ARQ-EXCECAO
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS FS-STAT-EXC.
       FD  ARQ-ROTA.
       01  ARQ-ROTA-REC PIC X(300).

       FD  ARQ-ROTA-HIST.
       01  ARQ-ROTA-HIST-REC PIC X(300).

       FD ARQ-EXCECAO.
       01 ARQ-EXCECAO-REC PIC X(100).


       77 WNM-ARQ-ROTA PIC X(50) VALUE SPACES.

      * COPIA DATADA DA FOLHA DE ROTA (O ARQUIVO DO VENDEDOR E
      * REESCRITO A CADA DIA), LIDA NA APURACAO MENSAL DE KM
       77 FS-STAT-RTH PIC 9(02).
           88 FS-STAT-RTH-OK         VALUE 00.

       77 WNM-ARQ-ROTA-HIST PIC X(50) VALUE SPACES.

       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

             ".CSV" DELIMITED BY SIZE
             INTO WNM-ARQ-ROTA

           MOVE SPACES TO WNM-ARQ-ROTA-HIST
           STRING
             "ROTA_SEQ_" DELIMITED BY SIZE
             FS-VEN-CD-VENDEDOR DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             WS-DT-EXECUCAO DELIMITED BY SIZE
             ".CSV" DELIMITED BY SIZE
             INTO WNM-ARQ-ROTA-HIST

           OPEN OUTPUT ARQ-ROTA
           OPEN OUTPUT ARQ-ROTA-HIST

           MOVE SPACES TO WS-HDR-TRL-LINHA
           STRING "HDR;ROTA_VENDEDOR_"  DELIMITED BY SIZE
             INTO WS-HDR-TRL-LINHA
           MOVE SPACES TO ARQ-ROTA-REC
           MOVE WS-HDR-TRL-LINHA TO ARQ-ROTA-REC
           PERFORM 6610-GRAVA-LINHA-ROTA

           MOVE ZEROS TO WS-ROTA-HASH

             INTO WS-HDR-TRL-LINHA
           MOVE SPACES TO ARQ-ROTA-REC
           MOVE WS-HDR-TRL-LINHA TO ARQ-ROTA-REC
           PERFORM 6610-GRAVA-LINHA-ROTA

           CLOSE ARQ-ROTA
           CLOSE ARQ-ROTA-HIST.

       2200-ORDENA-E-GRAVA-ROTAX. EXIT.

               WS-IND-FORA-JANELA                    DELIMITED SIZE
               INTO ARQ-ROTA-REC
           END-STRING
           PERFORM 6610-GRAVA-LINHA-ROTA

           IF WS-TAB-PAR-ORIGINAL(WS-TAB-PAR-MIN) NOT EQUAL
              FS-VEN-CD-VENDEDOR

       6600-GRAVA-PARADAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA NA ROTA DO VENDEDOR E NA COPIA DATADA
       6610-GRAVA-LINHA-ROTA SECTION.

           WRITE ARQ-ROTA-REC
           MOVE ARQ-ROTA-REC TO ARQ-ROTA-HIST-REC
           WRITE ARQ-ROTA-HIST-REC.

       6610-GRAVA-LINHA-ROTAX. EXIT.

      * -----------------------------------
      * AVANCA O RELOGIO PELO TEMPO DA PERNA (VELOCIDADE MEDIA) E
      * CRITICA O ETA CONTRA A JANELA DE ATENDIMENTO DO CLIENTE;
