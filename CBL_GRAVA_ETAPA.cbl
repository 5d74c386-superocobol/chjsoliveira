      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 03/09/2026
      * Purpose: Datas das Etapas do Pedido
      * Tectonics: cobc
      ******************************************************************
      * CHAMADO PELOS PROGRAMAS QUE MUDAM A SITUACAO DE UM PEDIDO
      * (DIGITACAO, RETENCAO, LIBERACAO, CONFIRMACAO, FATURAMENTO,
      * ENTREGA E CANCELAMENTO): GRAVA EM PEDETAPA.IDX A DATA DA
      * ETAPA, CRIANDO O REGISTRO DO PEDIDO NA PRIMEIRA CHAMADA.
      * DIGITACAO, CONFIRMACAO E ENTREGA GUARDAM A PRIMEIRA DATA
      * (UMA ALTERACAO OU UMA SEGUNDA ENTREGA PARCIAL NAO AS MUDAM);
      * AS DEMAIS GUARDAM A ULTIMA. SAO A BASE DO RELATORIO DE PRAZOS
      * E CARTEIRA (CBL_MENU_REL_PRAZO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_GRAVA_ETAPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PEDETAPA ASSIGN TO DISK WID-ARQ-PEDETAPA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PET-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PET.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDETAPA.

       COPY FS-ARQ-PEDETAPA.

       WORKING-STORAGE SECTION.

       COPY CPY_ID_ARQ_PEDETAPA.

       77 FS-STAT-PET PIC 9(02).
           88 FS-STAT-PET-OK         VALUE 00.
           88 FS-STAT-PET-NAO-EXISTE VALUE 35.

       77 WS-DT-ETAPA PIC 9(008) VALUE ZEROS.

       77 WS-NOVO PIC X VALUE 'N'.
           88 E-NOVO VALUE 'S'.

       LINKAGE SECTION.

       COPY CPY_GRAVA_ETAPA.

       PROCEDURE DIVISION USING LK-ETP-PARAMETERS.

       0000-PRINCIPAL SECTION.

           MOVE ZEROS TO LK-ETP-RC

           IF LK-ETP-NR-PEDIDO EQUAL ZEROS
               MOVE 8 TO LK-ETP-RC
               PERFORM 9999-FINALIZA
           END-IF

           MOVE LK-ETP-DATA TO WS-DT-ETAPA
           IF WS-DT-ETAPA EQUAL ZEROS
               ACCEPT WS-DT-ETAPA FROM DATE YYYYMMDD
           END-IF

           OPEN I-O ARQ-PEDETAPA

           IF FS-STAT-PET-NAO-EXISTE
               OPEN OUTPUT ARQ-PEDETAPA
               CLOSE ARQ-PEDETAPA
               OPEN I-O ARQ-PEDETAPA
           END-IF

           IF NOT FS-STAT-PET-OK
               MOVE 8 TO LK-ETP-RC
           ELSE
               PERFORM 2000-GRAVA-ETAPA
               CLOSE ARQ-PEDETAPA
           END-IF

           PERFORM 9999-FINALIZA.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * LE (OU INICIA) O REGISTRO DO PEDIDO E CARIMBA A DATA DA ETAPA
       2000-GRAVA-ETAPA SECTION.

           MOVE 'N' TO WS-NOVO
           MOVE LK-ETP-NR-PEDIDO TO FS-PET-NR-PEDIDO

           READ ARQ-PEDETAPA WITH LOCK

           IF NOT FS-STAT-PET-OK
               MOVE 'S' TO WS-NOVO
               MOVE ZEROS TO FS-PET-DT-DIGITACAO FS-PET-DT-RETENCAO
                             FS-PET-DT-LIBERACAO FS-PET-DT-CONFIRMACAO
                             FS-PET-DT-FATURAMENTO FS-PET-DT-ENTREGA
                             FS-PET-DT-CANCELAMENTO
               MOVE LK-ETP-NR-PEDIDO TO FS-PET-NR-PEDIDO
           END-IF

           EVALUATE TRUE
               WHEN LK-ETP-DIGITADO
                   IF FS-PET-DT-DIGITACAO EQUAL ZEROS
                       MOVE WS-DT-ETAPA TO FS-PET-DT-DIGITACAO
                   END-IF
               WHEN LK-ETP-RETIDO
                   MOVE WS-DT-ETAPA TO FS-PET-DT-RETENCAO
               WHEN LK-ETP-LIBERADO
                   MOVE WS-DT-ETAPA TO FS-PET-DT-LIBERACAO
               WHEN LK-ETP-CONFIRMADO
                   IF FS-PET-DT-CONFIRMACAO EQUAL ZEROS
                       MOVE WS-DT-ETAPA TO FS-PET-DT-CONFIRMACAO
                   END-IF
               WHEN LK-ETP-FATURADO
                   MOVE WS-DT-ETAPA TO FS-PET-DT-FATURAMENTO
               WHEN LK-ETP-ENTREGUE
                   IF FS-PET-DT-ENTREGA EQUAL ZEROS
                       MOVE WS-DT-ETAPA TO FS-PET-DT-ENTREGA
                   END-IF
               WHEN LK-ETP-CANCELADO
                   MOVE WS-DT-ETAPA TO FS-PET-DT-CANCELAMENTO
               WHEN OTHER
                   MOVE 8 TO LK-ETP-RC
           END-EVALUATE

           IF NOT LK-ETP-RC-OK
               GO TO 2000-GRAVA-ETAPAX
           END-IF

           IF E-NOVO
               WRITE ARQ-PEDETAPA-REC
                   INVALID KEY
                       MOVE 8 TO LK-ETP-RC
               END-WRITE
           ELSE
               REWRITE ARQ-PEDETAPA-REC
                   INVALID KEY
                       MOVE 8 TO LK-ETP-RC
               END-REWRITE
           END-IF.

       2000-GRAVA-ETAPAX. EXIT.

      * -----------------------------------
      * FINALIZAR PROCESSO
       9999-FINALIZA SECTION.

           GOBACK.

       9999-FINALIZAX. EXIT.
       END PROGRAM CBL_GRAVA_ETAPA.
