       FD CLIENTES.
       01 REG-CLIENTE.
           03 CODIGO-CLIENTE     PIC 9(05).
           03 NOME               PIC X(25).
           03 RG                 PIC X(15).
           03 TELEFONE           PIC X(13).
