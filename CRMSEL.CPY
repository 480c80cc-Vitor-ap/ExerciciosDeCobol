       SELECT CREDITO-MOVIMENTOS ASSIGN TO WS-ARQ-CREDITO-MOVIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CREDMOV.
