       01 WS-FS-CKL                 PIC 99.
       01 WS-ARQ-CHECKPOINT-LOTE    PIC X(070) VALUE SPACES.
       01 WS-CKL-PROGRAMA           PIC X(025) VALUE SPACES.
       01 WS-CKL-RETOMADA           PIC X(001) VALUE 'N'.
       01 WS-CKL-DATA-INICIO        PIC 9(008) VALUE ZEROS.
       01 WS-CKL-ULTIMA-CHAVE       PIC 9(010) VALUE ZEROS.
       01 WS-CKL-QTDE-PROCESSADOS   PIC 9(007) VALUE ZEROS.
       01 WS-CKL-AREA-PROGRAMA      PIC X(060) VALUE SPACES.
       01 WS-CKL-INTERVALO          PIC 9(005) VALUE 50.
       01 WS-CKL-DESDE-ULTIMO       PIC 9(005) VALUE ZEROS.
       01 WS-CKL-HORA-AGORA         PIC 9(008) VALUE ZEROS.
