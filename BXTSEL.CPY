       SELECT BAIXAS-TITULOS ASSIGN TO WS-ARQ-BAIXAS-TITULOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-BAIXAS.
