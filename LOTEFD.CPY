       FD LOTES.
       01 REG-LOTE.
           03 LOT-CHAVE.
               05 LOT-CODIGO-PRODUTO       PIC 9(05).
               05 LOT-NUMERO               PIC X(10).
               05 LOT-LOCAL                PIC X(01).
           03 LOT-VALIDADE                 PIC 9(08).
