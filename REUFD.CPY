       FD REUNIOES-PAIS.
       01 REG-REUNIAO.
           03  REU-CHAVE.
               05  REU-TURMA         PIC X(007).
               05  REU-DATA          PIC 9(008).
           03  REU-HORA              PIC 9(004).
           03  REU-LOCAL             PIC X(030).
           03  REU-PAUTA             PIC X(040).
           03  REU-SITUACAO          PIC X(010).
           03  REU-QTDE-CONVIDADOS   PIC 9(003).
           03  REU-QTDE-PRESENTES    PIC 9(003).
           03  REU-OPERADOR          PIC X(005).
