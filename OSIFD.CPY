           03 OSI-CHAVE.
               05 OSI-CODIGO-OS            PIC 9(10).
               05 OSI-NUM-ITEM             PIC 9(03).
           03 OSI-CODIGO-PRODUTO           PIC 9(05).
           03 OSI-PRODUTO                  PIC X(25).
           03 OSI-PRECO                    PIC 9(06)V99.
           03 OSI-QTDE                     PIC 9(03).
