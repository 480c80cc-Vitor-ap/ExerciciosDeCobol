       SELECT PATRIM-MOVIMENTOS ASSIGN TO WS-ARQ-PATRIM-MOVIMENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PATRMOV.
