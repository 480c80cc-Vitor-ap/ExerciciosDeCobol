       FD CREDITO-LOJA.
       01 REG-CREDITO-LOJA.
           03 CRL-DOCUMENTO.
               05 CRL-ORIGEM           PIC X(02).
               05 CRL-NUMERO           PIC 9(10).
           03 CRL-CODIGO-CLIENTE       PIC 9(05).
           03 CRL-DATA-EMISSAO         PIC 9(08).
           03 CRL-DATA-VALIDADE        PIC 9(08).
           03 CRL-VALOR-ORIGINAL       PIC 9(09)V99.
           03 CRL-SALDO                PIC 9(09)V99.
           03 CRL-STATUS               PIC X(09).
           03 CRL-REFERENCIA           PIC X(10).
           03 CRL-TIPO-PAGAMENTO       PIC X(08).
