       FD TABPRECO.
       01 REG-TABPRECO.
           03 PRC-CHAVE.
               05 PRC-CODIGO-PRODUTO       PIC 9(05).
               05 PRC-DATA-VIGENCIA        PIC 9(08).
           03 PRC-PRECO                    PIC 9(06)V99.
