       FD ATIVIDADES-EXTRA.
       01 REG-ATIVIDADE.
           03  ATV-CODIGO            PIC 9(003).
           03  ATV-NOME              PIC X(020).
           03  ATV-INSTRUTOR         PIC A(025).
           03  ATV-DIA-SEMANA        PIC 9(001).
           03  ATV-HORA-INICIO       PIC 9(004).
           03  ATV-HORA-FIM          PIC 9(004).
           03  ATV-CAPACIDADE        PIC 9(003).
           03  ATV-VALOR-MENSAL      PIC 9(005)V99.
           03  ATV-SITUACAO          PIC X(001).
