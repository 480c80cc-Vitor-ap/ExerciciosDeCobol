       FD CARTAO-PARAM.
       01 REG-CARTAO-PARAM.
           03 CPR-PRAZO-DIAS               PIC 9(03).
           03 CPR-TAXA-PERC                PIC 9(02)V99.
