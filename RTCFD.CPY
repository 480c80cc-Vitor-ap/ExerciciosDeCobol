       FD ROTEIRO-CONTABIL.
       01 REG-ROTEIRO-CONTABIL.
           03 RTC-EVENTO                   PIC X(12).
           03 RTC-CONTA-DEBITO             PIC X(10).
           03 RTC-CONTA-CREDITO            PIC X(10).
