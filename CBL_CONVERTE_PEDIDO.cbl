                   MOVE ZEROS TO FS-ITE-PC-DESCONTO
                   MOVE FS-PDA-IT-VL-UNITARIO(WS-ITEM-IDX)
                     TO FS-ITE-VL-PRECO-ORIG
                   MOVE SPACES TO FS-ITE-IND-CAMPANHA

                   WRITE ARQ-PEDITEM-REC
                       INVALID KEY
