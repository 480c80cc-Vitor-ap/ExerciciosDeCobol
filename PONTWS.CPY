       01 WS-FS-PONTOS              PIC 99.
       01 WS-FS-PONTMOV             PIC 99.
       01 WS-PTM-CLIENTE            PIC 9(05) VALUE ZEROS.
       01 WS-PTM-TIPO               PIC X(08) VALUE SPACES.
       01 WS-PTM-PONTOS             PIC S9(07) VALUE ZEROS.
       01 WS-PTM-DOCUMENTO          PIC X(10) VALUE SPACES.
