               05 PC-FORNECEDOR        PIC 9(03).
               05 PC-NUMERO            PIC 9(10).
               05 PC-ITEM              PIC 9(03).
           03 PC-CODIGO-PRODUTO        PIC 9(05).
           03 PC-PRODUTO               PIC X(25).
           03 PC-QTDE-PEDIDA           PIC 9(05).
           03 PC-QTDE-RECEBIDA         PIC 9(05).
           03 PC-DATA-EMISSAO          PIC 9(08).
           03 PC-STATUS                PIC X(09).
           03 PC-PRECO-UNITARIO        PIC 9(06)V99.
           03 PC-PRAZO-DIAS            PIC 9(03).
           03 PC-DATA-PRIM-RECEB       PIC 9(08).
           03 PC-DATA-ULT-RECEB        PIC 9(08).
           03 PC-VALOR-FATURADO        PIC 9(09)V99.
