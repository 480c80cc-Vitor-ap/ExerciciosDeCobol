       01 WS-FS-NDEBITO             PIC 99.
       01 WS-NDB-SALDO-NOTA         PIC 9(09)V99 VALUE ZEROS.
       01 WS-NDB-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       01 WS-NDB-ABATER             PIC 9(09)V99 VALUE ZEROS.
       01 WS-NDB-TOTAL-ABATIDO      PIC 9(09)V99 VALUE ZEROS.
