       FD ACORDOS-CONTROLE.
       01 REG-ACORDOS-CONTROLE.
           03 ACC-ANO              PIC 9(04).
           03 ACC-ULTIMO-SEQ       PIC 9(04).
