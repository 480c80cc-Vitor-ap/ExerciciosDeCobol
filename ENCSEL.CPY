       SELECT ENCARGOS-FINANCEIROS ASSIGN TO WS-ARQ-ENCARGOS-FIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ENCARGOS.
