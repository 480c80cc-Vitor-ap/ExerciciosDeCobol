       01 WS-FS-SERIES              PIC 99.
       01 WS-FS-SERHIST             PIC 99.
       01 WS-SER-MODO               PIC X(01) VALUE SPACES.
       01 WS-SER-PRODUTO            PIC 9(05) VALUE ZEROS.
       01 WS-SER-QTDE               PIC 9(05) VALUE ZEROS.
       01 WS-SER-PEDIDO             PIC 9(10) VALUE ZEROS.
       01 WS-SER-ITEM               PIC 9(03) VALUE ZEROS.
       01 WS-SER-CLIENTE            PIC 9(05) VALUE ZEROS.
       01 WS-SER-FORNECEDOR         PIC 9(03) VALUE ZEROS.
       01 WS-SER-DOCUMENTO          PIC X(10) VALUE SPACES.
       01 WS-SER-OS                 PIC 9(10) VALUE ZEROS.
       01 WS-SER-OK                 PIC X(01) VALUE 'N'.
       01 WS-SER-VALIDO             PIC X(01) VALUE 'N'.
       01 WS-SER-ACHOU              PIC X(01) VALUE 'N'.
       01 WS-SER-EVENTO             PIC X(10) VALUE SPACES.
       01 WS-SER-DIGITADO           PIC X(20) VALUE SPACES.
       01 WS-SER-QTDE-LIDA          PIC 9(03) VALUE ZEROS.
       01 WS-SER-IDX                PIC 9(03) VALUE ZEROS.
       01 WS-SER-PROXIMO            PIC 9(03) VALUE ZEROS.
       01 WS-SER-DATA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-SER-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-SER-TABELA.
           03 WS-SER-CAPTURADO      PIC X(20) OCCURS 50 TIMES.
