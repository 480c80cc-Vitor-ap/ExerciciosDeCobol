       SELECT SUBSTITUTOS ASSIGN TO WS-ARQ-PRODUTOS-SUBSTITUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUB-CHAVE
           FILE STATUS IS WS-FS-SUBSTITUTOS.
