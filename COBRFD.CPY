       FD COBRANCA-NIVEL.
       01 REG-COBRANCA-NIVEL.
           03 COB-CODIGO-CLIENTE       PIC 9(05).
           03 COB-NIVEL                PIC 9(01).
           03 COB-DATA-ULT-AVISO       PIC 9(08).
           03 COB-SALDO-VENCIDO        PIC 9(11)V99.
