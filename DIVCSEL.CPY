       SELECT DIVERGENCIAS-COMPRA ASSIGN TO WS-ARQ-DIVERGENCIAS-COMPRA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVG-CHAVE
           FILE STATUS IS WS-FS-DIVERG.
