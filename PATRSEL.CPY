       SELECT PATRIMONIO ASSIGN TO WS-ARQ-PATRIMONIO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAT-CODIGO
           FILE STATUS IS WS-FS-PATRIMONIO.
