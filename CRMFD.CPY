       FD CREDITO-MOVIMENTOS.
       01 REG-CREDITO-MOVIMENTO.
           03 CRM-DATA                 PIC 9(08).
           03 CRM-TIPO                 PIC X(08).
           03 CRM-DOCUMENTO.
               05 CRM-ORIGEM           PIC X(02).
               05 CRM-NUMERO           PIC 9(10).
           03 CRM-CODIGO-CLIENTE       PIC 9(05).
           03 CRM-VALOR                PIC S9(09)V99.
           03 CRM-CODIGO-PEDIDO        PIC X(10).
