           03 LF-TIPO                  PIC X(12).
           03 LF-DATA                  PIC 9(08).
           03 LF-CODIGO-PEDIDO         PIC X(10).
           03 LF-CODIGO-CLIENTE        PIC 9(05).
           03 LF-VALOR                 PIC 9(09)V99.
           03 LF-VALOR-IMPOSTO         PIC 9(09)V99.
