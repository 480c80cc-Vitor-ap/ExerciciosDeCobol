           03 GAR-CHAVE.
               05 GAR-CODIGO-PEDIDO        PIC 9(10).
               05 GAR-NUM-ITEM             PIC 9(03).
           03 GAR-CODIGO-CLIENTE           PIC 9(05).
           03 GAR-CODIGO-PRODUTO           PIC 9(05).
           03 GAR-DATA-VENDA               PIC 9(08).
           03 GAR-DATA-FIM                 PIC 9(08).
