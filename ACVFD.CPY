       FD ACERVO.
       01 REG-ACERVO.
           03  ACV-CODIGO            PIC 9(006).
           03  ACV-TITULO            PIC X(030).
           03  ACV-AUTOR             PIC X(025).
           03  ACV-EXEMPLARES        PIC 9(003).
           03  ACV-DISPONIVEIS       PIC 9(003).
           03  ACV-VALOR-REPOSICAO   PIC 9(005)V99.
