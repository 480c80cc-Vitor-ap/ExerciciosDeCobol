       FD RECEBIVEIS-CARTAO.
       01 REG-RECEBIVEL-CARTAO.
           03 RCC-CODIGO-PEDIDO            PIC X(10).
           03 RCC-NUM-NOTA-FISCAL          PIC 9(06).
           03 RCC-DATA-VENDA               PIC 9(08).
           03 RCC-DATA-PREVISTA            PIC 9(08).
           03 RCC-VALOR-BRUTO              PIC 9(09)V99.
           03 RCC-TAXA-PERC                PIC 9(02)V99.
           03 RCC-VALOR-TAXA               PIC 9(07)V99.
           03 RCC-VALOR-LIQUIDO            PIC 9(09)V99.
           03 RCC-VALOR-RECEBIDO           PIC 9(09)V99.
           03 RCC-TAXA-COBRADA             PIC 9(07)V99.
           03 RCC-DATA-ULT-CREDITO         PIC 9(08).
           03 RCC-STATUS                   PIC X(10).
