       77 WS-VL-ULTIMA     PIC 9(011)V99 VALUE ZEROS.

       77 WS-NR-ACORDO     PIC 9(007) VALUE ZEROS.
       77 WS-CD-FILIAL-ACORDO PIC 9(003) VALUE ZEROS.
       77 WS-PARC-IDX      PIC 9(002) VALUE ZEROS.
       77 WS-DT-INT        PIC 9(008) VALUE ZEROS.
       77 WS-DT-VENC-NOVA  PIC 9(008) VALUE ZEROS.

           MOVE "ACORDO" TO LK-CTL-ENTIDADE
           MOVE "P" TO LK-CTL-FUNCAO
           MOVE ZEROS TO LK-CTL-CD-FILIAL
           CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

           IF NOT LK-CTL-RC-OK
      * VINCULO AO ACORDO
       2150-MARCA-ORIGINAIS SECTION.

      * AS NOVAS PARCELAS FICAM NA FILIAL DOS TITULOS RENEGOCIADOS
           MOVE 1 TO WS-CD-FILIAL-ACORDO

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
             UNTIL WS-TAB-IDX GREATER WS-TAB-TIT-QTD

               READ ARQ-RECEBER

               IF FS-STAT-REC-OK AND FS-REC-ABERTO
                   IF FS-REC-CD-FILIAL IS NUMERIC AND
                      FS-REC-CD-FILIAL GREATER ZEROS
                       MOVE FS-REC-CD-FILIAL TO WS-CD-FILIAL-ACORDO
                   END-IF
                   MOVE "R" TO FS-REC-IND-SITUACAO
                   MOVE WS-NR-ACORDO TO FS-REC-NR-ACORDO
                   REWRITE ARQ-RECEBER-REC

               MOVE "RECEBER" TO LK-CTL-ENTIDADE
               MOVE "P" TO LK-CTL-FUNCAO
               MOVE WS-CD-FILIAL-ACORDO TO LK-CTL-CD-FILIAL
               CALL 'CBL_PROXIMO_CODIGO' USING LK-CTL-PARAMETERS

               COMPUTE WS-DT-INT = FUNCTION DATE-OF-INTEGER(
                             FS-REC-NR-ESTAGIO-COB
               MOVE WS-PARC-IDX TO FS-REC-NR-PARCELA
               MOVE WS-NR-ACORDO TO FS-REC-NR-ACORDO
               MOVE WS-CD-FILIAL-ACORDO TO FS-REC-CD-FILIAL

               WRITE ARQ-RECEBER-REC
                   INVALID KEY
