       FD LIQUIDACAO-CARTAO.
       01 REG-LIQUIDACAO-CARTAO.
           03 LQC-CODIGO-PEDIDO            PIC X(10).
           03 LQC-TIPO                     PIC X(01).
           03 LQC-DATA                     PIC 9(08).
           03 LQC-VALOR-BRUTO              PIC 9(09)V99.
           03 LQC-VALOR-TAXA               PIC 9(07)V99.
           03 LQC-VALOR-LIQUIDO            PIC 9(09)V99.
