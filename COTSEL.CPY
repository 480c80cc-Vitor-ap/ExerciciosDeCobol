       SELECT COTACOES ASSIGN TO WS-ARQ-COTACOES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COT-CHAVE
           FILE STATUS IS WS-FS-COTACOES.
