       FD LANCAMENTOS-CONTABEIS.
       01 REG-LANCAMENTO.
           03 LCT-DATA                     PIC 9(08).
           03 LCT-DATA-POSTAGEM            PIC 9(08).
           03 LCT-CONTA-DEBITO             PIC X(10).
           03 LCT-CONTA-CREDITO            PIC X(10).
           03 LCT-VALOR                    PIC 9(09)V99.
           03 LCT-EVENTO                   PIC X(12).
           03 LCT-DOCUMENTO                PIC X(20).
           03 LCT-HISTORICO                PIC X(30).
