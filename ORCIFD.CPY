           03 ORI-CHAVE.
               05 ORI-CODIGO-ORCAMENTO     PIC 9(10).
               05 ORI-NUM-ITEM             PIC 9(03).
           03 ORI-CODIGO-PRODUTO           PIC 9(05).
           03 ORI-PRODUTO                  PIC X(25).
           03 ORI-PRECO                    PIC 9(06)V99.
           03 ORI-QTDE                     PIC 9(03).
