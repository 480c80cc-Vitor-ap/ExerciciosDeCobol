       SELECT EXTRATO-BANCARIO ASSIGN TO WS-ARQ-EXTRATO-BANCARIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRATO.
