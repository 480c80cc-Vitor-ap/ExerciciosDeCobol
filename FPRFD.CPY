       FD FALTAS-PROFESSORES.
       01 REG-FALTA-PROFESSOR.
           03  FPR-CHAVE.
               05  FPR-DATA          PIC 9(008).
               05  FPR-TURMA         PIC X(007).
               05  FPR-PERIODO       PIC 9(001).
           03  FPR-PROFESSOR         PIC 9(003).
           03  FPR-SUBSTITUTO        PIC 9(003).
           03  FPR-MOTIVO            PIC X(020).
           03  FPR-OPERADOR          PIC X(005).
