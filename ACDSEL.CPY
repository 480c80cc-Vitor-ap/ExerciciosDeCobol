       SELECT ACORDOS ASSIGN TO WS-ARQ-ACORDOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACD-NUMERO
           FILE STATUS IS WS-FS-ACORDOS.
