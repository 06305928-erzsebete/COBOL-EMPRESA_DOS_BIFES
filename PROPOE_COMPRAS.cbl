               MOVE QTD-SUGERIDA         TO ENC-QTD-PROPOSTA
               MOVE 0                    TO ENC-QTD-RECEBIDA
               MOVE "A"                  TO ENC-ESTADO
               MOVE 0                    TO ENC-PRECO-UNIT
               WRITE ENCOMENDA-REG
               ADD 1 TO LINHAS-PROPOSTAS
               MOVE IM-QTD(IDX-INGRED) TO SAIDA-QTD
