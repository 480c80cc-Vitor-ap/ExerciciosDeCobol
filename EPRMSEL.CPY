       SELECT ENCARGOS-PARAM ASSIGN TO WS-ARQ-ENCARGOS-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ENCPARAM.
