       01 WS-FS-BAIXAS              PIC 99.
       01 WS-BXT-ORIGEM             PIC X(03) VALUE SPACES.
       01 WS-BXT-CHAVE              PIC X(20) VALUE SPACES.
       01 WS-BXT-DATA-PAGAMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-BXT-VALOR              PIC 9(09)V99 VALUE ZEROS.
