       FD PONTOS-MOVIMENTOS.
       01 REG-PONTO-MOVIMENTO.
           03 PTM-DATA                 PIC 9(08).
           03 PTM-CODIGO-CLIENTE       PIC 9(05).
           03 PTM-TIPO                 PIC X(08).
           03 PTM-PONTOS               PIC S9(07).
           03 PTM-DOCUMENTO            PIC X(10).
