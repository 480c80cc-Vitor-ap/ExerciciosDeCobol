       SELECT CATEGORIAS ASSIGN TO WS-ARQ-CATEGORIAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAT-CHAVE
           FILE STATUS IS WS-FS-CATEGORIAS.
