       SELECT PATRIM-CATEGORIAS ASSIGN TO WS-ARQ-PATRIM-CATEGORIAS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCT-CODIGO
           FILE STATUS IS WS-FS-PATRCAT.
