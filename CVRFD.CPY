       FD CONVITES-REUNIAO.
       01 REG-CONVITE-REUNIAO.
           03  CVR-CHAVE.
               05  CVR-TURMA         PIC X(007).
               05  CVR-DATA          PIC 9(008).
               05  CVR-RESP          PIC 9(004).
           03  CVR-RGM               PIC 9(005).
           03  CVR-PRESENCA          PIC X(001).
           03  CVR-OPERADOR          PIC X(005).
