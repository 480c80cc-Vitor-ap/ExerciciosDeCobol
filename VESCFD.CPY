       FD VENDAS-ESCOLA.
       01 REG-VENDA-ESCOLA.
           03 VES-CHAVE.
               05 VES-RGM              PIC 9(05).
               05 VES-COMPETENCIA      PIC 9(06).
               05 VES-CODIGO-PEDIDO    PIC X(10).
           03 VES-RESP                 PIC 9(04).
           03 VES-PARCELA              PIC 9(02).
           03 VES-QTDE-PARCELAS        PIC 9(02).
           03 VES-VALOR                PIC 9(07)V99.
           03 VES-STATUS               PIC X(09).
           03 VES-COMPET-COBRADA       PIC 9(06).
           03 VES-VALOR-COBRADO        PIC 9(07)V99.
