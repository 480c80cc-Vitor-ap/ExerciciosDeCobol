       FD NOTAS-DEBITO.
       01 REG-NOTA-DEBITO.
           03 ND-NUMERO                PIC 9(10).
           03 ND-FORNECEDOR            PIC 9(03).
           03 ND-PC-NUMERO             PIC 9(10).
           03 ND-PC-ITEM               PIC 9(03).
           03 ND-CODIGO-PRODUTO        PIC 9(05).
           03 ND-LOTE                  PIC X(10).
           03 ND-LOCAL                 PIC X(01).
           03 ND-QTDE                  PIC 9(05).
           03 ND-VALOR                 PIC 9(09)V99.
           03 ND-VALOR-IMPOSTO         PIC 9(09)V99.
           03 ND-DATA-EMISSAO          PIC 9(08).
           03 ND-NOTA-ORIGEM           PIC X(10).
           03 ND-VALOR-UTILIZADO       PIC 9(09)V99.
           03 ND-TITULO-ABATIDO        PIC X(10).
           03 ND-STATUS                PIC X(10).
           03 ND-MOTIVO                PIC X(30).
