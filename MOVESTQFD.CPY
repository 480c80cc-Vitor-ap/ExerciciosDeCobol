       01 REG-MOVESTOQUE.
           03 MOV-DATA                 PIC 9(08).
           03 MOV-HORA                 PIC 9(06).
           03 MOV-CODIGO-PRODUTO       PIC 9(05).
           03 MOV-TIPO                 PIC X(10).
           03 MOV-DOCUMENTO            PIC X(10).
           03 MOV-QTDE                 PIC S9(05).
