       01 WS-FS-TRANSF-EXPED        PIC 99.
       01 WS-TEX-RGM-TESTE          PIC 9(005) VALUE ZEROS.
       01 WS-TEX-DATA-TESTE         PIC 9(008) VALUE ZEROS.
       01 WS-TEX-DATA-SAIDA         PIC 9(008) VALUE ZEROS.
       01 WS-TEX-BLOQUEADO          PIC X(001) VALUE 'N'.
