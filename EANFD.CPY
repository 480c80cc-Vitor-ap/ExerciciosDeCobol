       FD CODIGOS-EAN.
       01 REG-CODIGO-EAN.
           03 EAN-CODIGO               PIC X(13).
           03 EAN-CODIGO-PRODUTO       PIC 9(05).
