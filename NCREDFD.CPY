           03 NC-NUMERO                PIC 9(10).
           03 NC-CODIGO-PEDIDO         PIC X(10).
           03 NC-NUM-NOTA-FISCAL       PIC 9(06).
           03 NC-CODIGO-CLIENTE        PIC 9(05).
           03 NC-DATA-EMISSAO          PIC 9(08).
           03 NC-VALOR                 PIC 9(09)V99.
           03 NC-VALOR-IMPOSTO         PIC 9(09)V99.
