       FD NUMEROS-SERIE.
       01 REG-NUMERO-SERIE.
           03 SER-CHAVE.
               05 SER-CODIGO-PRODUTO   PIC 9(05).
               05 SER-NUMERO           PIC X(20).
           03 SER-STATUS               PIC X(10).
           03 SER-STATUS-ANTERIOR      PIC X(10).
           03 SER-FORNECEDOR           PIC 9(03).
           03 SER-DOC-ENTRADA          PIC X(10).
           03 SER-DATA-ENTRADA         PIC 9(08).
           03 SER-CODIGO-PEDIDO        PIC 9(10).
           03 SER-NUM-ITEM             PIC 9(03).
           03 SER-CODIGO-CLIENTE       PIC 9(05).
           03 SER-DATA-VENDA           PIC 9(08).
           03 SER-CODIGO-OS            PIC 9(10).
           03 SER-DATA-STATUS          PIC 9(08).

       FD HISTORICO-SERIE.
       01 REG-HISTORICO-SERIE.
           03 SRH-DATA                 PIC 9(08).
           03 SRH-HORA                 PIC 9(06).
           03 SRH-CODIGO-PRODUTO       PIC 9(05).
           03 SRH-NUMERO               PIC X(20).
           03 SRH-EVENTO               PIC X(10).
           03 SRH-DOCUMENTO            PIC X(10).
           03 SRH-STATUS               PIC X(10).
