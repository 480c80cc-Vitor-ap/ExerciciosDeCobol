       FD BIBLIOTECA-DEBITOS.
       01 REG-BIBLIOTECA-DEBITO.
           03  BDB-CHAVE.
               05  BDB-RGM           PIC 9(005).
               05  BDB-DATA          PIC 9(008).
               05  BDB-LIVRO         PIC 9(006).
               05  BDB-TIPO          PIC X(005).
           03  BDB-VALOR             PIC 9(005)V99.
           03  BDB-STATUS            PIC X(008).
           03  BDB-COMPETENCIA       PIC 9(006).
