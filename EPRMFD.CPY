       FD ENCARGOS-PARAM.
       01 REG-ENCARGOS-PARAM.
           03 EPR-ORIGEM                   PIC X(06).
           03 EPR-PERC-MULTA               PIC 9(03)V99.
           03 EPR-PERC-JUROS-DIA           PIC 9(02)V9999.
           03 EPR-DIAS-CARENCIA            PIC 9(03).
