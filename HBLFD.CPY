       FD BOLSAS-HISTORICO.
       01 REG-BOLSA-HISTORICO.
           03  HBL-CHAVE.
               05  HBL-RGM           PIC 9(005).
               05  HBL-COMPETENCIA   PIC 9(006).
           03  HBL-PERC-ANTERIOR     PIC 9(003)V99.
           03  HBL-PERC-NOVO         PIC 9(003)V99.
           03  HBL-MOTIVO            PIC X(010).
           03  HBL-ANO-REVISAO       PIC 9(004).
           03  HBL-TERMO-REVISAO     PIC 9(001).
           03  HBL-DATA              PIC 9(008).
           03  HBL-OPERADOR          PIC X(005).
