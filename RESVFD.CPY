           03 RSM-CHAVE.
               05 RSM-ANO-MES          PIC 9(06).
               05 RSM-TIPO             PIC X(01).
               05 RSM-CODIGO           PIC 9(05).
           03 RSM-VALOR                PIC S9(11)V99.
           03 RSM-QTDE                 PIC S9(07).
