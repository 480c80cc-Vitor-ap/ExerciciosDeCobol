       FD SUBSTITUTOS.
       01 REG-SUBSTITUTO.
           03 SUB-CHAVE.
               05 SUB-CODIGO-PRODUTO       PIC 9(05).
               05 SUB-PRIORIDADE           PIC 9(02).
           03 SUB-CODIGO-SUBSTITUTO        PIC 9(05).
