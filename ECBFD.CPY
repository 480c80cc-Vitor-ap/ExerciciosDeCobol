       FD EXTRA-COBRANCAS.
       01 REG-EXTRA-COBRANCA.
           03  ECB-CHAVE.
               05  ECB-RGM           PIC 9(005).
               05  ECB-COMPETENCIA   PIC 9(006).
               05  ECB-ATIVIDADE     PIC 9(003).
           03  ECB-VALOR             PIC 9(005)V99.
           03  ECB-STATUS            PIC X(008).
           03  ECB-COMPET-COBRADA    PIC 9(006).
