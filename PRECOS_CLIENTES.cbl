       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-QTDE-LISTADOS    PIC 9(05) VALUE ZEROS.
       77 WS-CLI-BUSCA        PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-LISTA      PIC 9(06)V99 VALUE ZEROS.
       77 WS-DIFERENCA        PIC S9(06)V99 VALUE ZEROS.
