       SELECT LANCAMENTOS-CONTABEIS ASSIGN TO WS-ARQ-LANCAMENTOS-CONTAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-LANCAMENTOS.
