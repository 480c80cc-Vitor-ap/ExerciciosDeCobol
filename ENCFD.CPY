       FD ENCARGOS-FINANCEIROS.
       01 REG-ENCARGO.
           03 ENC-ORIGEM                   PIC X(06).
           03 ENC-CHAVE                    PIC X(20).
           03 ENC-DATA-VENCIMENTO          PIC 9(08).
           03 ENC-DATA-PAGAMENTO           PIC 9(08).
           03 ENC-DIAS-ATRASO              PIC 9(05).
           03 ENC-VALOR-PRINCIPAL          PIC 9(09)V99.
           03 ENC-VALOR-MULTA              PIC 9(07)V99.
           03 ENC-VALOR-JUROS              PIC 9(07)V99.
