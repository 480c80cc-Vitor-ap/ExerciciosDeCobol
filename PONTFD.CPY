       FD PONTOS-SALDO.
       01 REG-PONTOS-SALDO.
           03 PTS-CODIGO-CLIENTE       PIC 9(05).
           03 PTS-SALDO                PIC S9(09).
