           03 CODIGO-OS.
               05 OS-ANO                   PIC 9(04).
               05 OS-SEQ                   PIC 9(06).
           03 OS-CODIGO-CLIENTE            PIC 9(05).
           03 OS-NOME                      PIC X(25).
           03 OS-DESCRICAO-PROBLEMA        PIC X(60).
           03 OS-DATA-ABERTURA             PIC 9(08).
