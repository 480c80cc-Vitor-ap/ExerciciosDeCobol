       FD NDEBITO-CONTROLE.
       01 REG-NDEBITO-CONTROLE.
           03 NDT-ANO              PIC 9(04).
           03 NDT-ULTIMO-SEQ       PIC 9(06).
