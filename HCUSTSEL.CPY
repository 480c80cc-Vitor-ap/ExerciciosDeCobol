       SELECT HISTORICO-CUSTO ASSIGN TO WS-ARQ-HISTORICO-CUSTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HISTCUSTO.
