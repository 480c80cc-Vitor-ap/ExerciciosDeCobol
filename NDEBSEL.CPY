       SELECT NOTAS-DEBITO ASSIGN TO WS-ARQ-NOTAS-DEBITO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ND-NUMERO
           FILE STATUS IS WS-FS-NDEBITO.
