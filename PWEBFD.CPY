       FD PEDIDOS-WEB-CONTROLE.
       01 REG-PEDIDO-WEB-CONTROLE.
           03 PWB-NUM-WEB                  PIC X(12).
           03 PWB-CODIGO-PEDIDO            PIC 9(10).
           03 PWB-CODIGO-CLIENTE           PIC 9(05).
           03 PWB-DATA-IMPORTACAO          PIC 9(08).
           03 PWB-HORA-IMPORTACAO          PIC 9(06).
