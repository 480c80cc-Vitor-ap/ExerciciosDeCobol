       FD PEDIDOS-ESCOLA.
       01 REG-PEDIDO-ESCOLA.
           03 PES-CODIGO-PEDIDO        PIC X(10).
           03 PES-RGM                  PIC 9(05).
           03 PES-RESP                 PIC 9(04).
           03 PES-QTDE-COMPET          PIC 9(02).
           03 PES-COMPET-INICIAL       PIC 9(06).
           03 PES-VALOR-LANCADO        PIC 9(09)V99.
           03 PES-STATUS               PIC X(09).
