               ADD 1 TO WS-QTDE-IMAGENS-ANT
           ELSE
           IF JRN-ARQUIVO EQUAL 'CLIENTES'
               MOVE JRN-IMAGEM(1:160) TO REG-CLIENTE
               IF JRN-OPERACAO EQUAL 'DELETE'
                   DELETE CLIENTES RECORD
                   INVALID KEY CONTINUE
               END-IF
               ADD 1 TO WS-QTDE-APLICADAS
           ELSE IF JRN-ARQUIVO EQUAL 'PRODUTOS'
               MOVE JRN-IMAGEM(1:114) TO REG-PRODUTO
               IF JRN-OPERACAO EQUAL 'DELETE'
                   DELETE PRODUTOS RECORD
                   INVALID KEY CONTINUE
               END-IF
               ADD 1 TO WS-QTDE-APLICADAS
           ELSE IF JRN-ARQUIVO EQUAL 'PEDIDOS'
               MOVE JRN-IMAGEM(1:146) TO REG-PEDIDO
               IF JRN-OPERACAO EQUAL 'DELETE'
                   DELETE PEDIDOS RECORD
                   INVALID KEY CONTINUE
               END-IF
               ADD 1 TO WS-QTDE-APLICADAS
           ELSE IF JRN-ARQUIVO EQUAL 'CRECEBER'
               MOVE JRN-IMAGEM(1:103) TO REG-CRECEBER
               IF JRN-OPERACAO EQUAL 'DELETE'
                   DELETE CRECEBER RECORD
                   INVALID KEY CONTINUE
               END-IF
               ADD 1 TO WS-QTDE-APLICADAS
           ELSE IF JRN-ARQUIVO EQUAL 'ITENS'
               MOVE JRN-IMAGEM(1:72) TO REG-PEDIDO-ITEM
               IF JRN-OPERACAO EQUAL 'DELETE'
                   DELETE PEDIDOS-ITENS RECORD
                   INVALID KEY CONTINUE
