       01 WS-EAN-ENTRADA            PIC X(13) VALUE SPACES.
       01 WS-EAN-ESPACOS            PIC 9(02) VALUE ZEROS.
       01 WS-EAN-LEN                PIC 9(02) VALUE ZEROS.
       01 WS-EAN-PRODUTO            PIC 9(05) VALUE ZEROS.
       01 WS-EAN-ACHOU              PIC X(01) VALUE 'N'.
