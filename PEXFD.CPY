       FD PRESENCAS-EXTRA.
       01 REG-PRESENCA-EXTRA.
           03  PEX-CHAVE.
               05  PEX-ATIVIDADE     PIC 9(003).
               05  PEX-DATA          PIC 9(008).
               05  PEX-RGM           PIC 9(005).
           03  PEX-SITUACAO          PIC X(001).
