       FD TRANSPORTE-COBRANCAS.
       01 REG-TRANSPORTE-COBRANCA.
           03  TCB-CHAVE.
               05  TCB-RGM           PIC 9(005).
               05  TCB-COMPETENCIA   PIC 9(006).
           03  TCB-ROTA              PIC 9(002).
           03  TCB-VALOR             PIC 9(005)V99.
           03  TCB-STATUS            PIC X(008).
           03  TCB-COMPET-COBRADA    PIC 9(006).
