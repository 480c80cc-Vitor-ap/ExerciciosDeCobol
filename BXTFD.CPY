       FD BAIXAS-TITULOS.
       01 REG-BAIXA-TITULO.
           03 BXT-ORIGEM                   PIC X(03).
           03 BXT-CHAVE                    PIC X(20).
           03 BXT-DATA-PAGAMENTO           PIC 9(08).
           03 BXT-VALOR                    PIC 9(09)V99.
