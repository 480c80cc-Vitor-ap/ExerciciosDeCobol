       SELECT OS-HISTORICO ASSIGN TO WS-ARQ-OS-HISTORICO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OSH-CHAVE
           FILE STATUS IS WS-FS-OSHIST.
