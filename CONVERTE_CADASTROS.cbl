                       MOVE SPACES             TO PROD-BIN-LOJA
                       MOVE SPACES             TO PROD-BIN-DEP
                       MOVE ZEROS              TO PROD-GARANTIA-MESES
                       MOVE 'N'                TO PROD-SERIALIZADO
                       MOVE ZEROS              TO PROD-CATEGORIA
                       MOVE 'UN'               TO PROD-UNIDADE-VENDA
                       MOVE 'UN'               TO PROD-UNIDADE-COMPRA
                       MOVE 1                  TO PROD-FATOR-COMPRA
                       MOVE ZEROS              TO PROD-PESO-KG
                       MOVE ZEROS              TO PROD-VOLUME-M3
                       WRITE REG-PRODUTO
                       IF WS-FS-PRODUTOS EQUAL ZEROS
                           ADD 1 TO WS-GRAV-PRODUTOS
