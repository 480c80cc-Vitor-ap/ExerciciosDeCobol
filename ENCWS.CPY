       01 WS-FS-ENCPARAM            PIC 99.
       01 WS-FS-ENCARGOS            PIC 99.
       01 WS-ENC-ORIGEM             PIC X(06) VALUE SPACES.
       01 WS-ENC-CHAVE              PIC X(20) VALUE SPACES.
       01 WS-ENC-PERC-MULTA         PIC 9(03)V99 VALUE ZEROS.
       01 WS-ENC-PERC-JUROS-DIA     PIC 9(02)V9999 VALUE ZEROS.
       01 WS-ENC-DIAS-CARENCIA      PIC 9(03) VALUE ZEROS.
       01 WS-ENC-VENCIMENTO         PIC 9(08) VALUE ZEROS.
       01 WS-ENC-DATA-PAGAMENTO     PIC 9(08) VALUE ZEROS.
       01 WS-ENC-BASE               PIC 9(09)V99 VALUE ZEROS.
       01 WS-ENC-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       01 WS-ENC-MULTA              PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENC-JUROS              PIC 9(07)V99 VALUE ZEROS.
       01 WS-ENC-TOTAL              PIC 9(09)V99 VALUE ZEROS.
