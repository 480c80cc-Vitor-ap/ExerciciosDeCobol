               05 CR-NUM-NOTA-FISCAL       PIC 9(06).
               05 CR-PARCELA               PIC 9(02).
           03 CR-CODIGO-PEDIDO             PIC X(10).
           03 CR-CODIGO-CLIENTE            PIC 9(05).
           03 CR-NOME                      PIC X(25).
           03 CR-DATA-EMISSAO              PIC 9(08).
           03 CR-DATA-VENCIMENTO           PIC 9(08).
