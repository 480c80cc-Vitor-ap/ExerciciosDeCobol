               05 CHQ-BANCO                PIC 9(03).
               05 CHQ-NUMERO               PIC 9(08).
           03 CHQ-EMITENTE                 PIC X(25).
           03 CHQ-CODIGO-CLIENTE           PIC 9(05).
           03 CHQ-BOM-PARA                 PIC 9(08).
           03 CHQ-VALOR                    PIC 9(09)V99.
           03 CHQ-STATUS                   PIC X(10).
