       FD SCORE-FORNECEDORES.
       01 REG-SCORE-FORNECEDOR.
           03 SCF-FORNECEDOR           PIC 9(03).
           03 SCF-POSICAO              PIC 9(03).
           03 SCF-NOTA                 PIC 9(03)V99.
           03 SCF-PERC-ATENDIDO        PIC 9(03)V99.
           03 SCF-PERC-PONTUAL         PIC 9(03)V99.
           03 SCF-PRAZO-MEDIO          PIC 9(03)V9.
           03 SCF-DATA-INICIAL         PIC 9(08).
           03 SCF-DATA-FINAL           PIC 9(08).
           03 SCF-DATA-APURACAO        PIC 9(08).
