       FD EMPRESTIMOS.
       01 REG-EMPRESTIMO.
           03  EMP-CHAVE.
               05  EMP-RGM           PIC 9(005).
               05  EMP-LIVRO         PIC 9(006).
               05  EMP-DATA          PIC 9(008).
           03  EMP-NOME              PIC A(020).
           03  EMP-TURMA             PIC X(007).
           03  EMP-VENCIMENTO        PIC 9(008).
           03  EMP-DEVOLUCAO         PIC 9(008).
           03  EMP-DIAS-ATRASO       PIC 9(003).
           03  EMP-MULTA             PIC 9(005)V99.
           03  EMP-STATUS            PIC X(010).
           03  EMP-OPERADOR          PIC X(005).
