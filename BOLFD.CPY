       FD BOLSAS.
       01 REG-BOLSA.
           03  BOL-RGM               PIC 9(005).
           03  BOL-PERCENTUAL        PIC 9(003)V99.
