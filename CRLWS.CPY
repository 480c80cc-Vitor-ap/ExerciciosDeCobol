       01 WS-FS-CREDLOJA            PIC 99.
       01 WS-FS-CREDMOV             PIC 99.
       01 WS-CRL-CLIENTE            PIC 9(05) VALUE ZEROS.
       01 WS-CRL-ORIGEM             PIC X(02) VALUE SPACES.
       01 WS-CRL-NUMERO             PIC 9(10) VALUE ZEROS.
       01 WS-CRL-VALOR              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CRL-REFERENCIA         PIC X(10) VALUE SPACES.
       01 WS-CRL-TIPO-PAGAMENTO     PIC X(08) VALUE SPACES.
       01 WS-CRL-PEDIDO             PIC X(10) VALUE SPACES.
       01 WS-CRL-VALIDADE-DIAS      PIC 9(04) VALUE 365.
       01 WS-CRL-SALDO              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CRL-CONSUMIDO          PIC 9(09)V99 VALUE ZEROS.
       01 WS-CRL-RESTA              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CRL-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-CRL-DIAS               PIC 9(08) VALUE ZEROS.
       01 WS-CRL-EMITIDO            PIC X(01) VALUE 'N'.
       01 WS-CRL-MOV-TIPO           PIC X(08) VALUE SPACES.
       01 WS-CRL-MOV-VALOR          PIC S9(09)V99 VALUE ZEROS.
       01 WS-CRL-IDX                PIC 9(03) VALUE ZEROS.
       01 WS-CRL-ACHOU              PIC 9(03) VALUE ZEROS.
       01 WS-CRL-QTDE-EST           PIC 9(03) VALUE ZEROS.
       01 WS-CRL-ESTORNOS.
           03 WS-CRL-EST OCCURS 50 TIMES.
               05 WS-CRL-EST-DOCUMENTO  PIC X(12).
               05 WS-CRL-EST-VALOR      PIC S9(09)V99.
