       SELECT ACORDO-TITULOS ASSIGN TO WS-ARQ-ACORDO-TITULOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACT-CHAVE
           FILE STATUS IS WS-FS-ACDTIT.
