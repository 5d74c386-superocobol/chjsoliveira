      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Equipe de Vendas (Supervisor/Gerente) por Mes
      * Tectonics: cobc
      ******************************************************************
      * MANTEM EM EQUIPE.IDX O HISTORICO MENSAL DA HIERARQUIA DE
      * VENDAS (CHAVE VENDEDOR + AAAAMM), PARA QUE METAS, FLASH,
      * COBERTURA, ENVELHECIMENTO E COMISSOES DE UM MES FECHADO
      * CONTINUEM NA EQUIPE EM QUE O VENDEDOR ESTAVA NAQUELE MES.
      *   "C" - POSICAO DO VENDEDOR NO MES: O REGISTRO DE HISTORICO
      *         MAIS RECENTE ATE O MES OU, SEM HISTORICO, O CADASTRO
      *         ATUAL; O SUPERVISOR E O GERENTE SAEM DA MESMA BUSCA
      *         FEITA PARA O SUPERIOR. RC 4 QUANDO NAO ENCONTRADO.
      *   "G" - GRAVA A NOVA POSICAO A PARTIR DO MES (CBL_MENU_VENDEDOR
      *         NA INCLUSAO E NA TROCA DE FUNCAO OU DE SUPERIOR); NO
      *         PRIMEIRO REGISTRO GUARDA TAMBEM A POSICAO ANTERIOR NO
      *         MES 000000, PARA OS MESES JA FECHADOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_EQUIPE_VENDEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-EQP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-EQP.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EQUIPE.

       COPY FS-ARQ-EQUIPE.

       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       WORKING-STORAGE SECTION.
       77 FS-STAT-EQP PIC 9(02).
           88 FS-STAT-EQP-OK         VALUE 00.
           88 FS-STAT-EQP-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.

       77 WS-EQUIPE-ABERTO PIC X VALUE 'N'.
           88 E-EQUIPE-ABERTO VALUE 'S'.

       77 WS-VENDEDOR-ABERTO PIC X VALUE 'N'.
           88 E-VENDEDOR-ABERTO VALUE 'S'.

       77 WS-DT-HOJE PIC 9(008) VALUE ZEROS.

      * POSICAO ENCONTRADA PARA O CODIGO PESQUISADO
       77 WS-CD-BUSCA      PIC 9(007) VALUE ZEROS.
       77 WS-IND-FUNCAO    PIC X(001) VALUE SPACES.
       77 WS-CD-SUPERIOR   PIC 9(007) VALUE ZEROS.
       77 WS-POSICAO PIC X VALUE 'N'.
           88 E-POSICAO-ACHADA VALUE 'S'.

       77 WS-TEM-HISTORICO PIC X VALUE 'N'.
           88 E-TEM-HISTORICO VALUE 'S'.

       COPY CPY_ID_ARQ_EQUIPE.
       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_EQUIPE_VENDEDOR.

       PROCEDURE DIVISION USING LK-EQP-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-EQP-RC

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-EQUIPE
           END-IF
           MOVE WNM-PATH-EQUIPE TO WNM-PATH-VENDEDOR

           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN LK-EQP-CONSULTA
                   PERFORM 1000-CONSULTA-EQUIPE
               WHEN LK-EQP-GRAVA
                   PERFORM 1100-GRAVA-POSICAO
               WHEN OTHER
                   MOVE 8 TO LK-EQP-RC
           END-EVALUATE

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * DEVOLVE A POSICAO DO VENDEDOR NO MES E A EQUIPE A QUE ELE
      * PERTENCE (SUPERVISOR E GERENTE)
       1000-CONSULTA-EQUIPE SECTION.

           MOVE SPACES TO LK-EQP-IND-FUNCAO
           MOVE ZEROS  TO LK-EQP-CD-SUPERIOR LK-EQP-CD-SUPERVISOR
                          LK-EQP-CD-GERENTE

           MOVE 'N' TO WS-EQUIPE-ABERTO WS-VENDEDOR-ABERTO
           OPEN INPUT ARQ-EQUIPE
           IF FS-STAT-EQP-OK
               MOVE 'S' TO WS-EQUIPE-ABERTO
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE 'S' TO WS-VENDEDOR-ABERTO
           END-IF

           PERFORM 1050-MONTA-EQUIPE

           IF E-EQUIPE-ABERTO
               CLOSE ARQ-EQUIPE
           END-IF
           IF E-VENDEDOR-ABERTO
               CLOSE ARQ-VENDEDOR
           END-IF.

       1000-CONSULTA-EQUIPEX. EXIT.

      * -----------------------------------
      * POSICAO DO VENDEDOR E, PELA DO SEU SUPERIOR, A EQUIPE
       1050-MONTA-EQUIPE SECTION.

           MOVE LK-EQP-CD-VENDEDOR TO WS-CD-BUSCA
           PERFORM 2000-BUSCA-POSICAO

           IF NOT E-POSICAO-ACHADA
               MOVE 4 TO LK-EQP-RC
               GO TO 1050-MONTA-EQUIPEX
           END-IF

           MOVE WS-IND-FUNCAO  TO LK-EQP-IND-FUNCAO
           MOVE WS-CD-SUPERIOR TO LK-EQP-CD-SUPERIOR

           EVALUATE WS-IND-FUNCAO
               WHEN "G"
                   MOVE LK-EQP-CD-VENDEDOR TO LK-EQP-CD-GERENTE
               WHEN "S"
                   MOVE LK-EQP-CD-VENDEDOR TO LK-EQP-CD-SUPERVISOR
                   MOVE WS-CD-SUPERIOR     TO LK-EQP-CD-GERENTE
               WHEN OTHER
                   IF WS-CD-SUPERIOR GREATER ZEROS
                       MOVE WS-CD-SUPERIOR TO WS-CD-BUSCA
                       PERFORM 2000-BUSCA-POSICAO
      * VENDEDOR LIGADO DIRETO AO GERENTE FICA SEM SUPERVISOR
                       IF E-POSICAO-ACHADA AND WS-IND-FUNCAO EQUAL "G"
                           MOVE WS-CD-BUSCA TO LK-EQP-CD-GERENTE
                       ELSE
                           MOVE WS-CD-BUSCA TO LK-EQP-CD-SUPERVISOR
                           IF E-POSICAO-ACHADA
                               MOVE WS-CD-SUPERIOR
                                 TO LK-EQP-CD-GERENTE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       1050-MONTA-EQUIPEX. EXIT.

      * -----------------------------------
      * GRAVA (OU REGRAVA, NO MESMO MES) A POSICAO DO VENDEDOR A
      * PARTIR DO MES INFORMADO
       1100-GRAVA-POSICAO SECTION.

           OPEN I-O ARQ-EQUIPE
           IF FS-STAT-EQP-NAO-EXISTE
               OPEN OUTPUT ARQ-EQUIPE
               CLOSE ARQ-EQUIPE
               OPEN I-O ARQ-EQUIPE
           END-IF

           IF NOT FS-STAT-EQP-OK
               MOVE 8 TO LK-EQP-RC
               GO TO 1100-GRAVA-POSICAOX
           END-IF

      * PRIMEIRA MUDANCA DO VENDEDOR: A POSICAO ANTERIOR VALE PARA
      * TODOS OS MESES ANTERIORES
           MOVE 'N' TO WS-TEM-HISTORICO
           MOVE LK-EQP-CD-VENDEDOR TO FS-EQP-CD-VENDEDOR
           MOVE ZEROS TO FS-EQP-ANO-MES
           START ARQ-EQUIPE KEY NOT LESS FS-EQP-KEY
               INVALID KEY
                   MOVE 99 TO FS-STAT-EQP
               NOT INVALID KEY
                   READ ARQ-EQUIPE NEXT
                       AT END MOVE 99 TO FS-STAT-EQP
                   END-READ
           END-START
           IF FS-STAT-EQP-OK AND
              FS-EQP-CD-VENDEDOR EQUAL LK-EQP-CD-VENDEDOR
               MOVE 'S' TO WS-TEM-HISTORICO
           END-IF

           IF NOT E-TEM-HISTORICO AND LK-EQP-ANO-MES GREATER ZEROS
               MOVE LK-EQP-CD-VENDEDOR     TO FS-EQP-CD-VENDEDOR
               MOVE ZEROS                  TO FS-EQP-ANO-MES
               MOVE LK-EQP-IND-FUNCAO-ANT  TO FS-EQP-IND-FUNCAO
               MOVE LK-EQP-CD-SUPERIOR-ANT TO FS-EQP-CD-SUPERIOR
               MOVE WS-DT-HOJE             TO FS-EQP-DT-ALTERACAO
               WRITE ARQ-EQUIPE-REC
                   INVALID KEY
                       MOVE 8 TO LK-EQP-RC
               END-WRITE
           END-IF

           MOVE LK-EQP-CD-VENDEDOR TO FS-EQP-CD-VENDEDOR
           MOVE LK-EQP-ANO-MES     TO FS-EQP-ANO-MES
           READ ARQ-EQUIPE WITH LOCK

           MOVE LK-EQP-IND-FUNCAO  TO FS-EQP-IND-FUNCAO
           MOVE LK-EQP-CD-SUPERIOR TO FS-EQP-CD-SUPERIOR
           MOVE WS-DT-HOJE         TO FS-EQP-DT-ALTERACAO

           IF FS-STAT-EQP-OK
               REWRITE ARQ-EQUIPE-REC
                   INVALID KEY
                       MOVE 8 TO LK-EQP-RC
               END-REWRITE
           ELSE
               MOVE LK-EQP-CD-VENDEDOR TO FS-EQP-CD-VENDEDOR
               MOVE LK-EQP-ANO-MES     TO FS-EQP-ANO-MES
               WRITE ARQ-EQUIPE-REC
                   INVALID KEY
                       MOVE 8 TO LK-EQP-RC
               END-WRITE
           END-IF

           CLOSE ARQ-EQUIPE.

       1100-GRAVA-POSICAOX. EXIT.

      * -----------------------------------
      * POSICAO DE WS-CD-BUSCA NO MES: ULTIMO REGISTRO DO HISTORICO
      * ATE O MES OU, SEM HISTORICO, O CADASTRO DE VENDEDORES
       2000-BUSCA-POSICAO SECTION.

           MOVE 'N'    TO WS-POSICAO
           MOVE SPACES TO WS-IND-FUNCAO
           MOVE ZEROS  TO WS-CD-SUPERIOR

           IF E-EQUIPE-ABERTO
               MOVE WS-CD-BUSCA TO FS-EQP-CD-VENDEDOR
               MOVE ZEROS TO FS-EQP-ANO-MES
               START ARQ-EQUIPE KEY NOT LESS FS-EQP-KEY
                   INVALID KEY
                       MOVE 99 TO FS-STAT-EQP
                   NOT INVALID KEY
                       READ ARQ-EQUIPE NEXT
                           AT END MOVE 99 TO FS-STAT-EQP
                       END-READ
               END-START

               PERFORM UNTIL NOT FS-STAT-EQP-OK OR
                             FS-EQP-CD-VENDEDOR NOT EQUAL WS-CD-BUSCA OR
                             FS-EQP-ANO-MES GREATER LK-EQP-ANO-MES
                   MOVE 'S' TO WS-POSICAO
                   MOVE FS-EQP-IND-FUNCAO  TO WS-IND-FUNCAO
                   MOVE FS-EQP-CD-SUPERIOR TO WS-CD-SUPERIOR
                   READ ARQ-EQUIPE NEXT
                       AT END MOVE 99 TO FS-STAT-EQP
                   END-READ
               END-PERFORM
           END-IF

           IF NOT E-POSICAO-ACHADA AND E-VENDEDOR-ABERTO
               MOVE WS-CD-BUSCA TO FS-VEN-CD-VENDEDOR
               READ ARQ-VENDEDOR
               IF FS-STAT-VEN-OK
                   MOVE 'S' TO WS-POSICAO
                   MOVE FS-VEN-IND-FUNCAO TO WS-IND-FUNCAO
                   IF FS-VEN-CD-SUPERIOR IS NUMERIC
                       MOVE FS-VEN-CD-SUPERIOR TO WS-CD-SUPERIOR
                   END-IF
               END-IF
           END-IF

           IF WS-IND-FUNCAO EQUAL SPACES
               MOVE "V" TO WS-IND-FUNCAO
           END-IF.

       2000-BUSCA-POSICAOX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_EQUIPE_VENDEDOR.
