           03 CP-VALOR-PAGO                PIC 9(09)V99.
           03 CP-DATA-ULT-PAGTO            PIC 9(08).
           03 CP-STATUS                    PIC X(09).
           03 CP-CATEGORIA                 PIC X(04).
