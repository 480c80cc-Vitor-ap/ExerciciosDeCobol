       SELECT PATRIM-DEPRECIACAO ASSIGN TO WS-ARQ-PATRIM-DEPRECIACAO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDP-CHAVE
           FILE STATUS IS WS-FS-PATRDEP.
