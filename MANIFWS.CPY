       01 WS-MAN-REEMISSAO          PIC X(01) VALUE 'N'.
       01 WS-MAN-DATA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-MAN-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-MAN-BLOQUEADA          PIC X(01) VALUE 'N'.
