
       FD CLIENTES-DUP.
       01 REG-CLIENTE-DUP.
           03 DUP-CODIGO-CLIENTE PIC 9(05).
           03 DUP-NOME           PIC X(25).
           03 DUP-RG             PIC X(15).
           03 DUP-TELEFONE       PIC X(13).

       FD EXCECOES.
       01 REG-EXCECAO.
           03 EXC-CODIGO-CLIENTE   PIC 9(05).
           03 EXC-TIPO             PIC X(15).
           03 EXC-DETALHE          PIC X(40).
           03 EXC-SITUACAO         PIC X(10).
