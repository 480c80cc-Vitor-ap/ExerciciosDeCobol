       SELECT ROTEIRO-CONTABIL ASSIGN TO WS-ARQ-ROTEIRO-CONTABIL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ROTEIRO.
