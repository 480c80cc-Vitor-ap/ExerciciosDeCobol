       FD PRODUTOS.
       01 REG-PRODUTO.
           03 CODIGO-PRODUTO       PIC 9(05).
           03 PRODUTO              PIC X(25).
           03 PRECO                PIC 9(06)V99.
           03 ESTOQUE              PIC 9(05).
           03 PROD-BIN-LOJA        PIC X(06).
           03 PROD-BIN-DEP         PIC X(06).
           03 PROD-GARANTIA-MESES  PIC 9(02).
           03 PROD-SERIALIZADO     PIC X(01).
           03 PROD-CATEGORIA       PIC 9(03).
           03 PROD-UNIDADE-VENDA   PIC X(03).
           03 PROD-UNIDADE-COMPRA  PIC X(03).
           03 PROD-FATOR-COMPRA    PIC 9(05).
           03 PROD-PESO-KG         PIC 9(04)V999.
           03 PROD-VOLUME-M3       PIC 9(02)V999.
