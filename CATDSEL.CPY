       SELECT CATEGORIAS-DESPESA ASSIGN TO WS-ARQ-CATEGORIAS-DESPESA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CATD-CODIGO
           FILE STATUS IS WS-FS-CATDESP.
