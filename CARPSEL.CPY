       SELECT CARTAO-PARAM ASSIGN TO WS-ARQ-CARTAO-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARPARAM.
