       FD ACORDO-TITULOS.
       01 REG-ACORDO-TITULO.
           03 ACT-CHAVE.
               05 ACT-NUMERO               PIC 9(08).
               05 ACT-NUM-NOTA-FISCAL      PIC 9(06).
               05 ACT-PARCELA              PIC 9(02).
           03 ACT-DATA-VENCIMENTO          PIC 9(08).
           03 ACT-SALDO-ORIGINAL           PIC 9(09)V99.
           03 ACT-VALOR-ENCARGOS           PIC 9(09)V99.
