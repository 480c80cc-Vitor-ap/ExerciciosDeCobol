       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-CLIENTE-BUSCA     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-PEDIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CANCELADOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-ABERTOS      PIC 9(05) VALUE ZEROS.
