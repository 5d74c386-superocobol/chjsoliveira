      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Modulo Compartilhado - Escala de Motorista da Carga
      * Tectonics: cobc
      ******************************************************************
      * MANTEM A ESCALA DE MOTORISTAS POR DIA DE CARGA (ARQUIVO
      * ESCALA.IDX, UM REGISTRO POR CARGA_VENDEDOR_..._DIA_<N>.CSV).
      * O MOTORISTA SO E APTO PARA O DIA SE:
      *   - ESTA CADASTRADO E ATIVO;
      *   - A CNH VENCE NA DATA DA CARGA OU DEPOIS;
      *   - A CATEGORIA DA CNH ATENDE O VEICULO DO DIA (B < C < D < E;
      *     NAS CATEGORIAS COMPOSTAS AB, AC, AD E AE VALE A SEGUNDA
      *     LETRA; VEICULO SEM CATEGORIA EXIGE B);
      *   - NAO ESTA ESCALADO EM OUTRO DIA DE CARGA NA MESMA DATA.
      * FUNCOES (LK-ESM-FUNCAO): V VALIDA, A VALIDA E GRAVA, E ESCOLHE
      * O PRIMEIRO MOTORISTA APTO E GRAVA, C CONSULTA A ESCALA DO DIA
      * E L LIMPA A ESCALA DA DATA. RC 0 = OK; DEMAIS CODIGOS NO
      * COPYBOOK CPY_ESCALA_MOTORISTA, COM O TEXTO EM
      * LK-ESM-DS-MENSAGEM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_ESCALA_MOTORISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-MOTORISTA ASSIGN TO DISK WID-ARQ-MOTORISTA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOT-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOT.

           SELECT ARQ-VEICULO ASSIGN TO DISK WID-ARQ-VEICULO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEI.

           SELECT ARQ-ESCALA ASSIGN TO DISK WID-ARQ-ESCALA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ESC-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ESC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOTORISTA.

       COPY FS-ARQ-MOTORISTA.

       FD ARQ-VEICULO.

       COPY FS-ARQ-VEICULO.

       FD ARQ-ESCALA.

       COPY FS-ARQ-ESCALA.

       WORKING-STORAGE SECTION.
       COPY CPY_ID_ARQ_MOTORISTA.

       COPY CPY_ID_ARQ_VEICULO.

       COPY CPY_ID_ARQ_ESCALA.

       77 FS-STAT-MOT PIC 9(02).
           88 FS-STAT-MOT-OK         VALUE 00.
           88 FS-STAT-MOT-NAO-EXISTE VALUE 35.

       77 FS-STAT-VEI PIC 9(02).
           88 FS-STAT-VEI-OK         VALUE 00.

       77 FS-STAT-ESC PIC 9(02).
           88 FS-STAT-ESC-OK         VALUE 00.
           88 FS-STAT-ESC-NAO-EXISTE VALUE 35.

       77 WS-MOTORISTA-ABERTO PIC X(001) VALUE "N".
           88 E-MOTORISTA-ABERTO VALUE "S".
       77 WS-VEICULO-ABERTO   PIC X(001) VALUE "N".
           88 E-VEICULO-ABERTO   VALUE "S".
       77 WS-ESCALA-ABERTO    PIC X(001) VALUE "N".
           88 E-ESCALA-ABERTO    VALUE "S".

       77 WS-FIM-MOTORISTA PIC X(001) VALUE "N".
           88 E-FIM-MOTORISTA VALUE "S".
       77 WS-FIM-ESCALA    PIC X(001) VALUE "N".
           88 E-FIM-ESCALA    VALUE "S".

      * CATEGORIA EFETIVA DO MOTORISTA E EXIGIDA PELO VEICULO
       77 WS-CAT-MOTORISTA PIC X(001) VALUE SPACES.
           88 WS-CAT-MOTORISTA-OK VALUES ARE "B" "C" "D" "E".
       77 WS-CAT-VEICULO   PIC X(001) VALUE SPACES.

       01 WS-MSG-DATA.
           05 WS-MSG-DD            PIC 9(002).
           05 FILLER               PIC X(001) VALUE "/".
           05 WS-MSG-MM            PIC 9(002).
           05 FILLER               PIC X(001) VALUE "/".
           05 WS-MSG-AAAA          PIC 9(004).

       COPY CPY_LE_PARAMETRO.

       LINKAGE SECTION.

       COPY CPY_ESCALA_MOTORISTA.

       PROCEDURE DIVISION USING LK-ESM-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-ESM-RC
           MOVE SPACES TO LK-ESM-DS-MENSAGEM

           PERFORM 5000-ABRIR-ARQUIVOS

           EVALUATE TRUE
               WHEN LK-ESM-VALIDA
                   PERFORM 1000-VALIDA-MOTORISTA
               WHEN LK-ESM-ATRIBUI
                   PERFORM 1000-VALIDA-MOTORISTA
                   IF LK-ESM-RC-OK
                       PERFORM 3000-GRAVA-ESCALA
                   END-IF
               WHEN LK-ESM-ESCOLHE
                   PERFORM 2000-ESCOLHE-MOTORISTA
               WHEN LK-ESM-CONSULTA
                   PERFORM 4000-CONSULTA-ESCALA
               WHEN LK-ESM-LIMPA
                   PERFORM 4500-LIMPA-ESCALA
           END-EVALUATE

           PERFORM 7000-FECHAR-ARQUIVOS

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE O MOTORISTA INFORMADO E VALIDA PARA O DIA DE CARGA
       1000-VALIDA-MOTORISTA SECTION.

           MOVE SPACES TO LK-ESM-NM-MOTORISTA
           MOVE LK-ESM-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA

           READ ARQ-MOTORISTA
               INVALID KEY
                   MOVE 1 TO LK-ESM-RC
                   MOVE "MOTORISTA NAO CADASTRADO"
                     TO LK-ESM-DS-MENSAGEM
           END-READ

           IF LK-ESM-RC-OK AND FS-MOT-INATIVO
               MOVE 1 TO LK-ESM-RC
               MOVE "MOTORISTA INATIVO" TO LK-ESM-DS-MENSAGEM
           END-IF

           IF LK-ESM-RC-OK
               PERFORM 1100-VALIDA-REGISTRO
           END-IF.

       1000-VALIDA-MOTORISTAX. EXIT.

      * -----------------------------------
      * VALIDA O MOTORISTA QUE ESTA NO REGISTRO LIDO: CNH, CATEGORIA
      * E CONFLITO COM OUTRO DIA DE CARGA NA MESMA DATA
       1100-VALIDA-REGISTRO SECTION.

           MOVE ZEROS TO LK-ESM-RC
           MOVE SPACES TO LK-ESM-DS-MENSAGEM
           MOVE FS-MOT-NM-MOTORISTA TO LK-ESM-NM-MOTORISTA

           IF FS-MOT-DT-VALIDADE-CNH NOT NUMERIC OR
              FS-MOT-DT-VALIDADE-CNH LESS LK-ESM-DT-CARGA
               MOVE 2 TO LK-ESM-RC
               IF FS-MOT-DT-VALIDADE-CNH IS NUMERIC
                   MOVE FS-MOT-DT-VALIDADE-CNH(7:2) TO WS-MSG-DD
                   MOVE FS-MOT-DT-VALIDADE-CNH(5:2) TO WS-MSG-MM
                   MOVE FS-MOT-DT-VALIDADE-CNH(1:4) TO WS-MSG-AAAA
                   STRING "CNH DO MOTORISTA VENCIDA EM "
                          WS-MSG-DATA
                          DELIMITED BY SIZE INTO LK-ESM-DS-MENSAGEM
               ELSE
                   MOVE "CNH DO MOTORISTA SEM VALIDADE INFORMADA"
                     TO LK-ESM-DS-MENSAGEM
               END-IF
               GO TO 1100-VALIDA-REGISTROX
           END-IF

           IF FS-MOT-CD-CATEGORIA(2:1) NOT EQUAL SPACES
               MOVE FS-MOT-CD-CATEGORIA(2:1) TO WS-CAT-MOTORISTA
           ELSE
               MOVE FS-MOT-CD-CATEGORIA(1:1) TO WS-CAT-MOTORISTA
           END-IF

           MOVE "B" TO WS-CAT-VEICULO
           IF LK-ESM-NR-PLACA NOT EQUAL SPACES AND E-VEICULO-ABERTO
               MOVE LK-ESM-NR-PLACA TO FS-VEI-NR-PLACA
               READ ARQ-VEICULO
               IF FS-STAT-VEI-OK AND
                  FS-VEI-CD-CATEGORIA-CNH NOT EQUAL SPACES
                   MOVE FS-VEI-CD-CATEGORIA-CNH TO WS-CAT-VEICULO
               END-IF
           END-IF

           IF NOT WS-CAT-MOTORISTA-OK OR
              WS-CAT-MOTORISTA LESS WS-CAT-VEICULO
               MOVE 3 TO LK-ESM-RC
               STRING "CNH CATEGORIA " FS-MOT-CD-CATEGORIA
                      " NAO ATENDE O VEICULO (EXIGE "
                      WS-CAT-VEICULO ")"
                      DELIMITED BY SIZE INTO LK-ESM-DS-MENSAGEM
               GO TO 1100-VALIDA-REGISTROX
           END-IF

           IF NOT E-ESCALA-ABERTO
               GO TO 1100-VALIDA-REGISTROX
           END-IF

           MOVE "N" TO WS-FIM-ESCALA
           MOVE LK-ESM-DT-CARGA TO FS-ESC-DT-CARGA
           MOVE ZEROS TO FS-ESC-CD-VENDEDOR FS-ESC-NR-DIA

           START ARQ-ESCALA KEY NOT LESS FS-ESC-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ESCALA
           END-START

           PERFORM UNTIL E-FIM-ESCALA OR NOT LK-ESM-RC-OK
               READ ARQ-ESCALA NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ESCALA
               END-READ

               IF NOT E-FIM-ESCALA
                   IF FS-ESC-DT-CARGA NOT EQUAL LK-ESM-DT-CARGA
                       MOVE "S" TO WS-FIM-ESCALA
                   ELSE
                       IF FS-ESC-CD-MOTORISTA EQUAL FS-MOT-CD-MOTORISTA
                          AND (FS-ESC-CD-VENDEDOR NOT EQUAL
                               LK-ESM-CD-VENDEDOR OR
                               FS-ESC-NR-DIA NOT EQUAL LK-ESM-NR-DIA)
                           MOVE 4 TO LK-ESM-RC
                           STRING "MOTORISTA JA ESCALADO NA DATA "
                                  "(VENDEDOR " FS-ESC-CD-VENDEDOR
                                  " DIA " FS-ESC-NR-DIA ")"
                                  DELIMITED BY SIZE
                                  INTO LK-ESM-DS-MENSAGEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1100-VALIDA-REGISTROX. EXIT.

      * -----------------------------------
      * ESCOLHE O PRIMEIRO MOTORISTA ATIVO E APTO E GRAVA NA ESCALA
       2000-ESCOLHE-MOTORISTA SECTION.

           MOVE 5 TO LK-ESM-RC

           IF NOT E-MOTORISTA-ABERTO
               MOVE "CADASTRO DE MOTORISTAS VAZIO"
                 TO LK-ESM-DS-MENSAGEM
               GO TO 2000-ESCOLHE-MOTORISTAX
           END-IF

           MOVE "N" TO WS-FIM-MOTORISTA
           MOVE ZEROS TO FS-MOT-CD-MOTORISTA

           START ARQ-MOTORISTA KEY NOT LESS FS-MOT-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-MOTORISTA
           END-START

           PERFORM UNTIL E-FIM-MOTORISTA
               READ ARQ-MOTORISTA NEXT
                   AT END
                       MOVE "S" TO WS-FIM-MOTORISTA
               END-READ

               IF NOT E-FIM-MOTORISTA AND NOT FS-MOT-INATIVO
                   PERFORM 1100-VALIDA-REGISTRO
                   IF LK-ESM-RC-OK
                       MOVE FS-MOT-CD-MOTORISTA TO LK-ESM-CD-MOTORISTA
                       MOVE "S" TO WS-FIM-MOTORISTA
                   END-IF
               END-IF
           END-PERFORM

           IF LK-ESM-RC-OK
               PERFORM 3000-GRAVA-ESCALA
           ELSE
      * O DIA FICA NA ESCALA SEM MOTORISTA, COM PLACA E DEPOSITO,
      * PARA A ESCALACAO MANUAL NO CADASTRO DE MOTORISTAS
               MOVE ZEROS TO LK-ESM-CD-MOTORISTA
               MOVE SPACES TO LK-ESM-NM-MOTORISTA
               PERFORM 3000-GRAVA-ESCALA
               MOVE 5 TO LK-ESM-RC
               MOVE "NENHUM MOTORISTA APTO PARA O DIA DE CARGA"
                 TO LK-ESM-DS-MENSAGEM
           END-IF.

       2000-ESCOLHE-MOTORISTAX. EXIT.

      * -----------------------------------
      * GRAVA (OU REGRAVA) O MOTORISTA DO DIA DE CARGA NA ESCALA
       3000-GRAVA-ESCALA SECTION.

           IF NOT E-ESCALA-ABERTO
               MOVE 6 TO LK-ESM-RC
               MOVE "ARQUIVO DE ESCALA INDISPONIVEL"
                 TO LK-ESM-DS-MENSAGEM
               GO TO 3000-GRAVA-ESCALAX
           END-IF

           MOVE SPACES TO ARQ-ESCALA-REC
           MOVE LK-ESM-DT-CARGA     TO FS-ESC-DT-CARGA
           MOVE LK-ESM-CD-VENDEDOR  TO FS-ESC-CD-VENDEDOR
           MOVE LK-ESM-NR-DIA       TO FS-ESC-NR-DIA
           MOVE LK-ESM-NR-PLACA     TO FS-ESC-NR-PLACA
           MOVE LK-ESM-CD-MOTORISTA TO FS-ESC-CD-MOTORISTA
           MOVE LK-ESM-CD-DEPOSITO  TO FS-ESC-CD-DEPOSITO

           WRITE ARQ-ESCALA-REC
               INVALID KEY
                   REWRITE ARQ-ESCALA-REC
           END-WRITE

           IF FS-STAT-ESC-OK
               MOVE "MOTORISTA ESCALADO COM SUCESSO"
                 TO LK-ESM-DS-MENSAGEM
           ELSE
               MOVE 6 TO LK-ESM-RC
               MOVE "ERRO AO GRAVAR A ESCALA" TO LK-ESM-DS-MENSAGEM
           END-IF.

       3000-GRAVA-ESCALAX. EXIT.

      * -----------------------------------
      * DEVOLVE O MOTORISTA ESCALADO NO DIA DE CARGA; DIA NA ESCALA
      * SEM MOTORISTA DEVOLVE RC 6 COM A PLACA E O DEPOSITO DO DIA
       4000-CONSULTA-ESCALA SECTION.

           MOVE ZEROS TO LK-ESM-CD-MOTORISTA
           MOVE SPACES TO LK-ESM-NM-MOTORISTA
           MOVE 6 TO LK-ESM-RC
           MOVE "DIA DE CARGA SEM MOTORISTA ESCALADO"
             TO LK-ESM-DS-MENSAGEM

           IF NOT E-ESCALA-ABERTO
               GO TO 4000-CONSULTA-ESCALAX
           END-IF

           MOVE LK-ESM-DT-CARGA    TO FS-ESC-DT-CARGA
           MOVE LK-ESM-CD-VENDEDOR TO FS-ESC-CD-VENDEDOR
           MOVE LK-ESM-NR-DIA      TO FS-ESC-NR-DIA

           READ ARQ-ESCALA

           IF FS-STAT-ESC-OK
               MOVE FS-ESC-NR-PLACA     TO LK-ESM-NR-PLACA
               MOVE FS-ESC-CD-DEPOSITO  TO LK-ESM-CD-DEPOSITO
           END-IF

           IF FS-STAT-ESC-OK AND FS-ESC-CD-MOTORISTA GREATER ZEROS
               MOVE ZEROS TO LK-ESM-RC
               MOVE SPACES TO LK-ESM-DS-MENSAGEM
               MOVE FS-ESC-CD-MOTORISTA TO LK-ESM-CD-MOTORISTA

               IF E-MOTORISTA-ABERTO
                   MOVE FS-ESC-CD-MOTORISTA TO FS-MOT-CD-MOTORISTA
                   READ ARQ-MOTORISTA
                   IF FS-STAT-MOT-OK
                       MOVE FS-MOT-NM-MOTORISTA TO LK-ESM-NM-MOTORISTA
                   END-IF
               END-IF
           END-IF.

       4000-CONSULTA-ESCALAX. EXIT.

      * -----------------------------------
      * APAGA A ESCALA DA DATA (A CARGA DO DIA SERA REMONTADA)
       4500-LIMPA-ESCALA SECTION.

           IF NOT E-ESCALA-ABERTO
               GO TO 4500-LIMPA-ESCALAX
           END-IF

           MOVE "N" TO WS-FIM-ESCALA
           MOVE LK-ESM-DT-CARGA TO FS-ESC-DT-CARGA
           MOVE ZEROS TO FS-ESC-CD-VENDEDOR FS-ESC-NR-DIA

           START ARQ-ESCALA KEY NOT LESS FS-ESC-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIM-ESCALA
           END-START

           PERFORM UNTIL E-FIM-ESCALA
               READ ARQ-ESCALA NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ESCALA
               END-READ

               IF NOT E-FIM-ESCALA
                   IF FS-ESC-DT-CARGA NOT EQUAL LK-ESM-DT-CARGA
                       MOVE "S" TO WS-FIM-ESCALA
                   ELSE
                       DELETE ARQ-ESCALA RECORD
                   END-IF
               END-IF
           END-PERFORM.

       4500-LIMPA-ESCALAX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS; A ESCALA E CRIADA SE AINDA NAO EXISTE
       5000-ABRIR-ARQUIVOS SECTION.

           MOVE "PATH-DADOS" TO LK-PAR-CHAVE
           CALL 'CBL_LE_PARAMETRO' USING LK-PAR-PARAMETERS
           IF LK-PAR-RC-OK
               MOVE LK-PAR-VALOR(1:17) TO WNM-PATH-MOTORISTA
                                          WNM-PATH-VEICULO
                                          WNM-PATH-ESCALA
           END-IF

           MOVE "N" TO WS-MOTORISTA-ABERTO
                       WS-VEICULO-ABERTO
                       WS-ESCALA-ABERTO

           OPEN INPUT ARQ-MOTORISTA
           IF FS-STAT-MOT-OK
               MOVE "S" TO WS-MOTORISTA-ABERTO
           END-IF

           OPEN INPUT ARQ-VEICULO
           IF FS-STAT-VEI-OK
               MOVE "S" TO WS-VEICULO-ABERTO
           END-IF

           OPEN I-O ARQ-ESCALA
           IF FS-STAT-ESC-NAO-EXISTE
               OPEN OUTPUT ARQ-ESCALA
               CLOSE ARQ-ESCALA
               OPEN I-O ARQ-ESCALA
           END-IF
           IF FS-STAT-ESC-OK
               MOVE "S" TO WS-ESCALA-ABERTO
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS ABERTOS
       7000-FECHAR-ARQUIVOS SECTION.

           IF E-MOTORISTA-ABERTO
               CLOSE ARQ-MOTORISTA
           END-IF

           IF E-VEICULO-ABERTO
               CLOSE ARQ-VEICULO
           END-IF

           IF E-ESCALA-ABERTO
               CLOSE ARQ-ESCALA
           END-IF.

       7000-FECHAR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_ESCALA_MOTORISTA.
