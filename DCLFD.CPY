       FD DIARIO-CLASSE.
       01 REG-DIARIO-CLASSE.
           03  DCL-CHAVE.
               05  DCL-TURMA         PIC X(007).
               05  DCL-DISCIPLINA    PIC 9(003).
               05  DCL-DATA          PIC 9(008).
               05  DCL-PERIODO       PIC 9(001).
           03  DCL-PROFESSOR         PIC 9(003).
           03  DCL-PROF-AULA         PIC 9(003).
           03  DCL-SITUACAO          PIC X(011).
           03  DCL-CONTEUDO          PIC X(060).
           03  DCL-DATA-REGISTRO     PIC 9(008).
           03  DCL-OPERADOR          PIC X(005).
