       FD EXTRATO-BANCARIO.
       01 REG-EXTRATO.
           03 EXT-DATA                     PIC 9(08).
           03 EXT-TIPO                     PIC X(01).
           03 EXT-VALOR                    PIC 9(09)V99.
           03 EXT-DOCUMENTO                PIC X(15).
           03 EXT-HISTORICO                PIC X(30).
