       01 WS-FS-HISTCUSTO           PIC 99.
       01 WS-HCU-CODIGO-PRODUTO     PIC 9(05) VALUE ZEROS.
       01 WS-HCU-ORIGEM             PIC X(10) VALUE SPACES.
       01 WS-HCU-DOCUMENTO          PIC X(10) VALUE SPACES.
       01 WS-HCU-FORNECEDOR         PIC 9(03) VALUE ZEROS.
       01 WS-HCU-SALDO-ANTERIOR     PIC 9(06) VALUE ZEROS.
       01 WS-HCU-CUSTO-ANTERIOR     PIC 9(06)V99 VALUE ZEROS.
       01 WS-HCU-QTDE-ENTRADA       PIC 9(05) VALUE ZEROS.
       01 WS-HCU-CUSTO-ENTRADA      PIC 9(06)V99 VALUE ZEROS.
       01 WS-HCU-RATEIO-UNITARIO    PIC 9(06)V99 VALUE ZEROS.
       01 WS-HCU-CUSTO-NOVO         PIC 9(06)V99 VALUE ZEROS.
       01 WS-HCU-DATA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-HCU-HORA-AGORA         PIC 9(08) VALUE ZEROS.
