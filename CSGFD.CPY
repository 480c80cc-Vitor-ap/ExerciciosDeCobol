       FD CONSIGNACAO.
       01 REG-CONSIGNACAO.
           03 CSG-CHAVE.
               05 CSG-FORNECEDOR           PIC 9(03).
               05 CSG-CODIGO-PRODUTO       PIC 9(05).
           03 CSG-CUSTO-UNITARIO           PIC 9(06)V99.
           03 CSG-QTDE-RECEBIDA            PIC 9(07).
           03 CSG-QTDE-ACERTADA            PIC 9(07).
           03 CSG-QTDE-DEVOLVIDA           PIC 9(07).
           03 CSG-SALDO                    PIC 9(07).
           03 CSG-VALOR-ACERTADO           PIC 9(09)V99.
           03 CSG-DATA-ULT-RECEB           PIC 9(08).
           03 CSG-DATA-ULT-ACERTO          PIC 9(08).
