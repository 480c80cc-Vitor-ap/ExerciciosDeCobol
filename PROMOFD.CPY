       FD PROMOCOES.
       01 REG-PROMOCAO.
           03 PMO-CHAVE.
               05 PMO-CODIGO-PRODUTO       PIC 9(05).
               05 PMO-DATA-INICIO          PIC 9(08).
           03 PMO-DATA-FIM                 PIC 9(08).
           03 PMO-PERC-DESCONTO            PIC 9(02)V99.
