       FD CALENDARIO-PROVAS.
       01 REG-PROVA.
           03  PRV-CHAVE.
               05  PRV-ANO           PIC 9(004).
               05  PRV-TURMA         PIC X(007).
               05  PRV-DISCIPLINA    PIC 9(003).
               05  PRV-TERMO         PIC 9(001).
           03  PRV-DATA              PIC 9(008).
           03  PRV-PERIODO           PIC 9(001).
           03  PRV-PROFESSOR         PIC 9(003).
           03  PRV-DATA-REGISTRO     PIC 9(008).
           03  PRV-OPERADOR          PIC X(005).
