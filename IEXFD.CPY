       FD INSCRICOES-EXTRA.
       01 REG-INSCRICAO-EXTRA.
           03  IEX-CHAVE.
               05  IEX-ATIVIDADE     PIC 9(003).
               05  IEX-RGM           PIC 9(005).
           03  IEX-SITUACAO          PIC X(009).
           03  IEX-ORDEM             PIC 9(005).
           03  IEX-DATA-INSCRICAO    PIC 9(008).
           03  IEX-DATA-SAIDA        PIC 9(008).
           03  IEX-OPERADOR          PIC X(005).
