
       FD CLIENTES-LOTE.
       01 REG-CLIENTES-LOTE.
           03 CLOTE-CODIGO          PIC 9(05).
           03 CLOTE-NOME            PIC X(25).
           03 CLOTE-RG              PIC X(15).
           03 CLOTE-TELEFONE        PIC X(13).
           03 CLOTE-CEP             PIC X(09).

       FD CLIENTES-VALIDADO.
       01 REG-CLIENTES-VALIDADO        PIC X(149).

       FD CLIENTES-REJEITOS.
       01 REG-CLIENTES-REJEITO         PIC X(180).
