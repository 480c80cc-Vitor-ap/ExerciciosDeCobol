           03 PVI-CHAVE.
               05 PVI-CODIGO-PEDIDO        PIC 9(10).
               05 PVI-NUM-ITEM             PIC 9(03).
           03 PVI-CODIGO-PRODUTO           PIC 9(05).
           03 PVI-PRODUTO                  PIC X(25).
           03 PVI-PRECO                    PIC 9(06)V99.
           03 PVI-QTDE                     PIC 9(03).
