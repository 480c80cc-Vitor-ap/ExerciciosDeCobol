       FD ACOES-RISCO.
       01 REG-ACAO-RISCO.
           03  ACR-CHAVE.
               05  ACR-RGM           PIC 9(005).
               05  ACR-DATA          PIC 9(008).
               05  ACR-SEQ           PIC 9(002).
           03  ACR-TIPO              PIC X(010).
           03  ACR-DESCRICAO         PIC X(040).
           03  ACR-OPERADOR          PIC X(005).
