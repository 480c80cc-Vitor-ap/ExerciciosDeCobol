       FD PRECOS-CLIENTES.
       01 REG-PRECO-CLIENTE.
           03 PCL-CHAVE.
               05 PCL-CODIGO-CLIENTE       PIC 9(05).
               05 PCL-CODIGO-PRODUTO       PIC 9(05).
               05 PCL-DATA-VIGENCIA        PIC 9(08).
           03 PCL-PRECO                    PIC 9(06)V99.
