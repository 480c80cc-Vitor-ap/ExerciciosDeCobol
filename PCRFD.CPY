       FD PEDIDOS-CREDITO.
       01 REG-PEDIDO-CREDITO.
           03 PCR-CODIGO-PEDIDO        PIC X(10).
           03 PCR-VALOR-CREDITO        PIC 9(09)V99.
           03 PCR-TIPO-RESTANTE        PIC X(08).
