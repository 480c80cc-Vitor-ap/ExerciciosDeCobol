      *    UM REGISTRO POR MUDANCA DE STATUS OU TROCA DE TECNICO
       FD OS-HISTORICO.
       01 REG-OS-HISTORICO.
           03 OSH-CHAVE.
               05 OSH-CODIGO-OS.
                   07 OSH-ANO              PIC 9(04).
                   07 OSH-SEQ              PIC 9(06).
               05 OSH-EVENTO               PIC 9(03).
           03 OSH-TIPO                     PIC X(07).
           03 OSH-STATUS                   PIC X(10).
           03 OSH-DATA                     PIC 9(08).
           03 OSH-HORA                     PIC 9(06).
           03 OSH-CODIGO-TECNICO           PIC 9(03).
           03 OSH-DIAS-STATUS-ANTERIOR     PIC 9(05).
