       FD REVISAO-BOLSAS.
       01 REG-REVISAO-BOLSA.
           03  RVB-CHAVE.
               05  RVB-ANO           PIC 9(004).
               05  RVB-TERMO         PIC 9(001).
               05  RVB-RGM           PIC 9(005).
           03  RVB-NOME              PIC A(020).
           03  RVB-PERC-ATUAL        PIC 9(003)V99.
           03  RVB-MEDIA             PIC 9(002)V99.
           03  RVB-FREQUENCIA        PIC 9(003)V99.
           03  RVB-DIAS-SUSPENSAO    PIC 9(003).
           03  RVB-PROPOSTA          PIC X(008).
           03  RVB-PERC-PROPOSTO     PIC 9(003)V99.
           03  RVB-SITUACAO          PIC X(009).
           03  RVB-COMPETENCIA       PIC 9(006).
           03  RVB-APROVADOR         PIC X(005).
           03  RVB-DATA-DECISAO      PIC 9(008).
