       FD SUBST-OCORRENCIAS.
       01 REG-SUBST-OCORRENCIA.
           03 SBO-DATA                     PIC 9(08).
           03 SBO-HORA                     PIC 9(06).
           03 SBO-CODIGO-PRODUTO           PIC 9(05).
           03 SBO-CODIGO-SUBSTITUTO        PIC 9(05).
           03 SBO-CODIGO-PEDIDO            PIC 9(10).
           03 SBO-QTDE                     PIC 9(05).
           03 SBO-RESULTADO                PIC X(10).
           03 SBO-OPERADOR                 PIC X(05).
