       FD DIVERGENCIAS-COMPRA.
       01 REG-DIVERGENCIA.
           03 DVG-CHAVE.
               05 DVG-FORNECEDOR       PIC 9(03).
               05 DVG-NUM-NOTA         PIC X(10).
               05 DVG-SEQ              PIC 9(03).
           03 DVG-PC-NUMERO            PIC 9(10).
           03 DVG-PC-ITEM              PIC 9(03).
           03 DVG-CODIGO-PRODUTO       PIC 9(05).
           03 DVG-DATA                 PIC 9(08).
           03 DVG-TIPO                 PIC X(10).
           03 DVG-QTDE-RECEBIDA        PIC 9(05).
           03 DVG-QTDE-FATURADA        PIC 9(05).
           03 DVG-PRECO-PEDIDO         PIC 9(06)V99.
           03 DVG-PRECO-FATURADO       PIC 9(06)V99.
           03 DVG-VALOR-ESPERADO       PIC 9(09)V99.
           03 DVG-VALOR-FATURADO       PIC 9(09)V99.
           03 DVG-STATUS               PIC X(09).
           03 DVG-LIBERADO-POR         PIC X(05).
           03 DVG-DATA-LIBERACAO       PIC 9(08).
