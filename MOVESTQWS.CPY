       01 WS-FS-MOVESTOQUE          PIC 99.
       01 WS-MOV-CODIGO-PRODUTO     PIC 9(05) VALUE ZEROS.
       01 WS-MOV-TIPO               PIC X(10) VALUE SPACES.
       01 WS-MOV-DOCUMENTO          PIC X(10) VALUE SPACES.
       01 WS-MOV-QTDE               PIC S9(05) VALUE ZEROS.
