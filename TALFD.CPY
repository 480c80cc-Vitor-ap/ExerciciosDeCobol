       FD TRANSPORTE-ALUNOS.
       01 REG-TRANSPORTE-ALUNO.
           03  TAL-RGM               PIC 9(005).
           03  TAL-ROTA              PIC 9(002).
           03  TAL-PARADA            PIC 9(002).
           03  TAL-DATA-INICIO       PIC 9(008).
           03  TAL-OPERADOR          PIC X(005).
